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

      * Reversal step: backs out postings FXPOST has already applied
      * to the client master. Operations key one FXREVIN record per
      * posting to be reversed - account, transaction UID, the
      * original posting date and a reason code - and each is found
      * on the posting ledger FXPOSTLG by that same key. The exact
      * amount on the ledger is added back into the currency bucket
      * it was charged against (and the single-balance view, when
      * that bucket is the client's home currency), and the ledger
      * record is REWRITten marked reversed with today's date and
      * the reason - never deleted, so the key still blocks a
      * re-post and the ledger still shows what happened.
      *
      * A request for a posting that is not on the ledger, or one
      * already reversed, is refused and nothing is touched. The
      * ledger is marked before the master is credited, so a
      * failed write can never leave a credited posting that could
      * be reversed again; a write that fails is refused, the run
      * recorded on FXAUDIT as FAILURE and the step ended with
      * return code 12 for operations to look into. Every
      * request, applied or refused, is listed on the reversal
      * report FXRVSRPT for operations sign-off, and every applied
      * reversal is appended to FXREVPND, from which the next FXSTMT
      * run prints it on the client's statement as its own line.
      *
      * A corrected transaction is re-fed through the normal chain
      * under a new UID once the original has been reversed here.

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXREVERS.
       AUTHOR.        Jeff Bisti.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-REV-IN      ASSIGN TO FXREVIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLT-MASTER     ASSIGN TO CLTMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLT-MST-ACCOUNT.
           SELECT FX-POST-LEDGER ASSIGN TO FXPOSTLG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FX-PLG-KEY.
           SELECT FX-REV-PEND    ASSIGN TO FXREVPND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-RVS-RPT     ASSIGN TO FXRVSRPT.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * operator-keyed reversal requests - the ledger key of the
      * posting to back out plus the reason it is being backed out
       FD  FX-REV-IN.
       01  FX-REV-IN-REC.
           05  FX-RIN-ACCOUNT      PIC X(12).
           05  FX-RIN-UID          PIC X(5).
           05  FX-RIN-DATE         PIC X(8).
           05  FX-RIN-REASON       PIC X(4).
      *
      * indexed client master - see copybooks/CLTMST.cpy
       FD  CLT-MASTER.
           COPY CLTMST.
      *
      * cumulative posting ledger - see copybooks/FXPOSTLG.cpy
       FD  FX-POST-LEDGER.
           COPY FXPOSTLG.
      *
      * reversals applied but not yet shown on a statement - added
      * to here, drained by FXSTMT as each one is printed
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
       FD  FX-RVS-RPT RECORDING MODE F.
       01  FX-RVS-RPT-REC          PIC X(100).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * the reason codes operations may key, with the wording the
      * report and the client's statement carry for each
       01  RVS-REASON-VALUES.
           05  FILLER              PIC X(28) VALUE
               'DUPLDUPLICATE TRANSACTION   '.
           05  FILLER              PIC X(28) VALUE
               'AMNTWRONG AMOUNT            '.
           05  FILLER              PIC X(28) VALUE
               'RATEWRONG RATE APPLIED      '.
           05  FILLER              PIC X(28) VALUE
               'ACCTWRONG ACCOUNT           '.
           05  FILLER              PIC X(28) VALUE
               'CUSTCLIENT REQUEST          '.
           05  FILLER              PIC X(28) VALUE
               'OPERPROCESSING ERROR        '.
       01  RVS-REASON-TABLE REDEFINES RVS-REASON-VALUES.
           05  RVS-REASON-ENTRY OCCURS 6 TIMES
                   INDEXED BY RVS-RSN-IDX.
               10  RVS-RSN-CODE    PIC X(4).
               10  RVS-RSN-DESC    PIC X(24).
       01  RVS-REASON-COUNT        PIC 9(2) COMP VALUE 6.
       01  RVS-REASON-DESC         PIC X(24).
      *
       01  RVS-SWITCHES.
           05  FX-REV-IN-EOF       PIC X VALUE 'N'.
               88  FX-REV-IN-AT-EOF    VALUE 'Y'.
           05  RVS-REASON-FOUND-SW PIC X VALUE 'N'.
               88  RVS-REASON-FOUND    VALUE 'Y'.
           05  RVS-REJECT-SW       PIC X VALUE 'N'.
               88  RVS-REJECTED        VALUE 'Y'.
           05  RVS-BKT-FOUND-SW    PIC X VALUE 'N'.
               88  RVS-BKT-FOUND       VALUE 'Y'.
           05  RVS-CCY-FOUND-SW    PIC X VALUE 'N'.
               88  RVS-CCY-FOUND       VALUE 'Y'.
      *
       01  RVS-COUNTERS.
           05  RVS-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  RVS-APPLIED-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  RVS-REJECT-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  RVS-FAIL-COUNT      PIC 9(7) COMP VALUE ZERO.
      *
       01  RVS-AMOUNT              PIC S9(9)V99 COMP-3.
       01  CLT-BALANCE-WORK        PIC S9(9)V99 COMP-3.
      * the bucket the original posting was charged against - off
      * the ledger record, or the home currency for an older entry
       01  RVS-BUCKET-CCY          PIC X(3).
       01  RVS-BKT-SUB             PIC 9(2) COMP VALUE ZERO.
       01  RVS-BKT-MATCH-SUB       PIC 9(2) COMP VALUE ZERO.
      *
      * amount reversed per currency, for the sign-off totals
       01  RVS-CCY-TABLE.
           05  RVS-C-ENTRY OCCURS 100 TIMES
                   INDEXED BY RVS-C-IDX.
               10  RVS-C-CCY       PIC X(3).
               10  RVS-C-COUNT     PIC 9(7) COMP.
               10  RVS-C-AMOUNT    PIC S9(11)V99 COMP-3.
       01  RVS-C-COUNT-USED        PIC 9(7) COMP VALUE ZERO.
       01  RVS-C-MATCH-SUB         PIC 9(7) COMP VALUE ZERO.
      *
       01  FX-CURRENT-TIMESTAMP    PIC X(21).
      * the reversal date stamped on the ledger and the pending
      * statement lines, captured once so the whole run agrees
       01  RVS-REVERSAL-DATE       PIC X(8).
      *
       01  RVS-HEADING-LINE.
           05  FILLER              PIC X(23) VALUE
               'FX REVERSAL REPORT FOR '.
           05  RVS-HD-DATE         PIC X(8).
      *
       01  RVS-COL-HEADS.
           05  FILLER              PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(7)  VALUE 'UID'.
           05  FILLER              PIC X(10) VALUE 'POSTED'.
           05  FILLER              PIC X(15) VALUE 'AMOUNT'.
           05  FILLER              PIC X(5)  VALUE 'CCY'.
           05  FILLER              PIC X(6)  VALUE 'RSN'.
           05  FILLER              PIC X(10) VALUE 'RESULT'.
           05  FILLER              PIC X(30) VALUE 'DETAIL'.
      *
       01  RVS-DETAIL-LINE.
           05  RVS-DL-ACCOUNT      PIC X(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RVS-DL-UID          PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RVS-DL-DATE         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RVS-DL-AMOUNT       PIC X(13).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RVS-DL-CCY          PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RVS-DL-REASON       PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RVS-DL-RESULT       PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RVS-DL-TEXT         PIC X(30).
      *
       01  RVS-SUMMARY-LINE.
           05  RVS-SM-TEXT         PIC X(24).
           05  RVS-SM-COUNT        PIC ZZZ,ZZ9.
      *
       01  RVS-CCY-LINE.
           05  FILLER              PIC X(18) VALUE
               'REVERSED IN CCY '.
           05  RVS-CL-CCY          PIC X(3).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RVS-CL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RVS-CL-AMOUNT       PIC $$$,$$$,$$$,$$9.99.
      *
       01  RVS-SIGNOFF-LINE-1.
           05  FILLER              PIC X(50) VALUE
               'PREPARED BY:  ______________________  DATE: ______'.
       01  RVS-SIGNOFF-LINE-2.
           05  FILLER              PIC X(50) VALUE
               'APPROVED BY:  ______________________  DATE: ______'.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO RVS-REVERSAL-DATE
           DISPLAY "REVERSAL DATE: " RVS-REVERSAL-DATE

           OPEN INPUT  FX-REV-IN
           OPEN I-O    CLT-MASTER
           OPEN I-O    FX-POST-LEDGER
           OPEN EXTEND FX-REV-PEND
           OPEN OUTPUT FX-RVS-RPT

           MOVE RVS-REVERSAL-DATE TO RVS-HD-DATE
           MOVE RVS-HEADING-LINE TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           MOVE SPACES TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           MOVE RVS-COL-HEADS TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC

           READ FX-REV-IN
               AT END SET FX-REV-IN-AT-EOF TO TRUE
           END-READ
           PERFORM PROCESS-ONE-REVERSAL UNTIL FX-REV-IN-AT-EOF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE FX-REV-IN
           CLOSE CLT-MASTER
           CLOSE FX-POST-LEDGER
           CLOSE FX-REV-PEND
           CLOSE FX-RVS-RPT

           DISPLAY "REVERSALS READ:     " RVS-READ-COUNT
           DISPLAY "REVERSALS APPLIED:  " RVS-APPLIED-COUNT
           DISPLAY "REVERSALS REJECTED: " RVS-REJECT-COUNT
           DISPLAY "WRITE FAILURES:     " RVS-FAIL-COUNT

           PERFORM CLOSE-STOP
           .

      *----------------------------------------------------------
      * One request: the checks run in order and the first one
      * that fails refuses the request with its reason, leaving the
      * master and the ledger exactly as they were.
      *----------------------------------------------------------
       PROCESS-ONE-REVERSAL.
           ADD 1 TO RVS-READ-COUNT
           MOVE 'N' TO RVS-REJECT-SW
           MOVE SPACES TO RVS-DETAIL-LINE
           MOVE FX-RIN-ACCOUNT TO RVS-DL-ACCOUNT
           MOVE FX-RIN-UID     TO RVS-DL-UID
           MOVE FX-RIN-DATE    TO RVS-DL-DATE
           MOVE FX-RIN-REASON  TO RVS-DL-REASON

           IF FX-RIN-ACCOUNT NOT NUMERIC
              OR FX-RIN-UID NOT NUMERIC
              OR FX-RIN-DATE NOT NUMERIC
               MOVE 'INVALID LEDGER KEY' TO RVS-DL-TEXT
               SET RVS-REJECTED TO TRUE
           END-IF

           IF NOT RVS-REJECTED
               PERFORM FIND-REASON-CODE
               IF NOT RVS-REASON-FOUND
                   MOVE 'UNKNOWN REASON CODE' TO RVS-DL-TEXT
                   SET RVS-REJECTED TO TRUE
               END-IF
           END-IF

           IF NOT RVS-REJECTED
               PERFORM READ-LEDGER-ENTRY
           END-IF

           IF NOT RVS-REJECTED
               PERFORM READ-CLIENT-BUCKET
           END-IF

           IF NOT RVS-REJECTED
               PERFORM APPLY-REVERSAL
           END-IF

           IF RVS-REJECTED
               ADD 1 TO RVS-REJECT-COUNT
               MOVE 'REJECTED' TO RVS-DL-RESULT
           ELSE
               ADD 1 TO RVS-APPLIED-COUNT
               MOVE 'APPLIED'  TO RVS-DL-RESULT
               MOVE RVS-REASON-DESC TO RVS-DL-TEXT
           END-IF
           MOVE RVS-DETAIL-LINE TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC

           READ FX-REV-IN
               AT END SET FX-REV-IN-AT-EOF TO TRUE
           END-READ
           .

       FIND-REASON-CODE.
           MOVE 'N' TO RVS-REASON-FOUND-SW
           MOVE SPACES TO RVS-REASON-DESC
           PERFORM CHECK-ONE-REASON-CODE
               VARYING RVS-RSN-IDX FROM 1 BY 1
               UNTIL RVS-RSN-IDX > RVS-REASON-COUNT
                  OR RVS-REASON-FOUND
           .

       CHECK-ONE-REASON-CODE.
           IF RVS-RSN-CODE(RVS-RSN-IDX) = FX-RIN-REASON
               SET RVS-REASON-FOUND TO TRUE
               MOVE RVS-RSN-DESC(RVS-RSN-IDX) TO RVS-REASON-DESC
           END-IF
           .

      * the posting must be on the ledger under exactly the key
      * keyed, and must not have been reversed already
       READ-LEDGER-ENTRY.
           MOVE FX-RIN-ACCOUNT TO FX-PLG-ACCOUNT
           MOVE FX-RIN-UID     TO FX-PLG-UID
           MOVE FX-RIN-DATE    TO FX-PLG-DATE
           READ FX-POST-LEDGER
               INVALID KEY
                   MOVE 'NOT ON POSTING LEDGER' TO RVS-DL-TEXT
                   SET RVS-REJECTED TO TRUE
           END-READ
           IF NOT RVS-REJECTED
               MOVE FX-PLG-AMOUNT TO RVS-DL-AMOUNT
               MOVE FX-PLG-CCY    TO RVS-DL-CCY
               IF FX-PLG-REVERSED
                   MOVE SPACES TO RVS-DL-TEXT
                   STRING 'ALREADY REVERSED '    DELIMITED BY SIZE
                          FX-PLG-REV-DATE        DELIMITED BY SIZE
                       INTO RVS-DL-TEXT
                   SET RVS-REJECTED TO TRUE
               END-IF
           END-IF
           .

      * the client and the bucket the posting was charged against
       READ-CLIENT-BUCKET.
           MOVE FX-PLG-ACCOUNT TO CLT-MST-ACCOUNT
           READ CLT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON CLIENT FILE' TO RVS-DL-TEXT
                   SET RVS-REJECTED TO TRUE
           END-READ
      * money is never put back on an account CLTMAINT has closed
           IF NOT RVS-REJECTED AND CLT-MST-CLOSED
               MOVE 'ACCOUNT CLOSED' TO RVS-DL-TEXT
               SET RVS-REJECTED TO TRUE
           END-IF
           IF NOT RVS-REJECTED
               PERFORM NORMALIZE-MASTER-BUCKETS
               IF FX-PLG-CCY = SPACES
                   MOVE CLT-MST-CCY TO RVS-BUCKET-CCY
               ELSE
                   MOVE FX-PLG-CCY  TO RVS-BUCKET-CCY
               END-IF
               MOVE RVS-BUCKET-CCY TO RVS-DL-CCY
               PERFORM FIND-MASTER-BUCKET
               IF NOT RVS-BKT-FOUND
                   MOVE 'NO BUCKET FOR POSTED CURRENCY'
                       TO RVS-DL-TEXT
                   SET RVS-REJECTED TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------
      * The ledger amount goes back into the bucket FXPOST took it
      * from - the mirror image of FXPOST's POST-INTO-BUCKET. The
      * ledger record is marked reversed first: if that fails the
      * master is never touched, and if the master rewrite then
      * fails the mark is taken off again, so the two never
      * disagree about whether the posting was reversed.
      *----------------------------------------------------------
       APPLY-REVERSAL.
           COMPUTE RVS-AMOUNT = FUNCTION NUMVAL-C(FX-PLG-AMOUNT)
           SET FX-PLG-REVERSED TO TRUE
           MOVE RVS-REVERSAL-DATE TO FX-PLG-REV-DATE
           MOVE FX-RIN-REASON     TO FX-PLG-REV-REASON
           REWRITE FX-PLG-REC
               INVALID KEY
                   MOVE 'LEDGER REWRITE FAILED' TO RVS-DL-TEXT
                   SET RVS-REJECTED TO TRUE
                   ADD 1 TO RVS-FAIL-COUNT
           END-REWRITE
           IF NOT RVS-REJECTED
               ADD RVS-AMOUNT TO CLT-MST-BKT-BAL(RVS-BKT-MATCH-SUB)
               IF RVS-BUCKET-CCY = CLT-MST-CCY
                   COMPUTE CLT-BALANCE-WORK =
                       FUNCTION NUMVAL-C(CLT-MST-BALANCE)
                   ADD RVS-AMOUNT TO CLT-BALANCE-WORK
                   MOVE CLT-BALANCE-WORK TO CLT-MST-BALANCE
               END-IF
               REWRITE CLT-MST-REC
                   INVALID KEY
                       MOVE 'MASTER REWRITE FAILED' TO RVS-DL-TEXT
                       SET RVS-REJECTED TO TRUE
                       ADD 1 TO RVS-FAIL-COUNT
               END-REWRITE
               IF RVS-REJECTED
                   PERFORM RESTORE-LEDGER-ENTRY
               END-IF
           END-IF
           IF NOT RVS-REJECTED
               PERFORM WRITE-PENDING-REVERSAL
               PERFORM ADD-TO-CCY-TOTALS
           END-IF
           .

      * the master was not credited, so the posting goes back to
      * unreversed on the ledger
       RESTORE-LEDGER-ENTRY.
           MOVE SPACES TO FX-PLG-REV-FLAG
           MOVE SPACES TO FX-PLG-REV-DATE
           MOVE SPACES TO FX-PLG-REV-REASON
           REWRITE FX-PLG-REC
               INVALID KEY
                   DISPLAY "LEDGER NOT RESTORED FOR " FX-PLG-KEY
                       " - MARKED REVERSED, MASTER NOT CREDITED"
           END-REWRITE
           .

       WRITE-PENDING-REVERSAL.
           MOVE SPACES TO FX-RVP-REC
           MOVE FX-PLG-ACCOUNT    TO FX-RVP-ACCOUNT
           MOVE FX-PLG-UID        TO FX-RVP-UID
           MOVE FX-PLG-DATE       TO FX-RVP-POST-DATE
           MOVE RVS-REVERSAL-DATE TO FX-RVP-REV-DATE
           MOVE FX-PLG-AMOUNT     TO FX-RVP-AMOUNT
           MOVE RVS-BUCKET-CCY    TO FX-RVP-CCY
           MOVE FX-RIN-REASON     TO FX-RVP-REASON
           MOVE RVS-REASON-DESC   TO FX-RVP-REASON-DESC
           WRITE FX-RVP-REC
           .

       ADD-TO-CCY-TOTALS.
           MOVE 'N' TO RVS-CCY-FOUND-SW
           PERFORM FIND-CCY-ENTRY
               VARYING RVS-C-IDX FROM 1 BY 1
               UNTIL RVS-C-IDX > RVS-C-COUNT-USED
                  OR RVS-CCY-FOUND
           IF NOT RVS-CCY-FOUND
               IF RVS-C-COUNT-USED < 100
                   ADD 1 TO RVS-C-COUNT-USED
                   MOVE RVS-C-COUNT-USED TO RVS-C-MATCH-SUB
                   MOVE RVS-BUCKET-CCY TO RVS-C-CCY(RVS-C-MATCH-SUB)
                   MOVE ZERO TO RVS-C-COUNT(RVS-C-MATCH-SUB)
                   MOVE ZERO TO RVS-C-AMOUNT(RVS-C-MATCH-SUB)
                   SET RVS-CCY-FOUND TO TRUE
               END-IF
           END-IF
           IF RVS-CCY-FOUND
               ADD 1 TO RVS-C-COUNT(RVS-C-MATCH-SUB)
               ADD RVS-AMOUNT TO RVS-C-AMOUNT(RVS-C-MATCH-SUB)
           END-IF
           .

       FIND-CCY-ENTRY.
           IF RVS-C-CCY(RVS-C-IDX) = RVS-BUCKET-CCY
               SET RVS-CCY-FOUND TO TRUE
               SET RVS-C-MATCH-SUB TO RVS-C-IDX
           END-IF
           .

      * a record written before the buckets existed carries garbage
      * where the count now lives - rebuild it as a single
      * home-currency bucket mirroring the balance, as FXPOST does
       NORMALIZE-MASTER-BUCKETS.
           IF CLT-MST-BKT-COUNT NOT NUMERIC
               PERFORM INIT-ONE-BUCKET
                   VARYING RVS-BKT-SUB FROM 1 BY 1
                   UNTIL RVS-BKT-SUB > 8
               MOVE 1 TO CLT-MST-BKT-COUNT
               MOVE CLT-MST-CCY TO CLT-MST-BKT-CCY(1)
               COMPUTE CLT-MST-BKT-BAL(1) =
                   FUNCTION NUMVAL-C(CLT-MST-BALANCE)
           END-IF
           .

       INIT-ONE-BUCKET.
           MOVE SPACES TO CLT-MST-BKT-CCY(RVS-BKT-SUB)
           MOVE ZERO   TO CLT-MST-BKT-BAL(RVS-BKT-SUB)
           .

       FIND-MASTER-BUCKET.
           MOVE 'N' TO RVS-BKT-FOUND-SW
           PERFORM FIND-ONE-MASTER-BUCKET
               VARYING RVS-BKT-SUB FROM 1 BY 1
               UNTIL RVS-BKT-SUB > CLT-MST-BKT-COUNT
                  OR RVS-BKT-FOUND
           .

       FIND-ONE-MASTER-BUCKET.
           IF CLT-MST-BKT-CCY(RVS-BKT-SUB) = RVS-BUCKET-CCY
               SET RVS-BKT-FOUND TO TRUE
               MOVE RVS-BKT-SUB TO RVS-BKT-MATCH-SUB
           END-IF
           .

      *----------------------------------------------------------
      * Closing section for operations: the counts, the amount
      * reversed per currency, and the sign-off lines.
      *----------------------------------------------------------
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           MOVE 'REQUESTS READ:' TO RVS-SM-TEXT
           MOVE RVS-READ-COUNT TO RVS-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'REVERSALS APPLIED:' TO RVS-SM-TEXT
           MOVE RVS-APPLIED-COUNT TO RVS-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'REQUESTS REJECTED:' TO RVS-SM-TEXT
           MOVE RVS-REJECT-COUNT TO RVS-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF RVS-FAIL-COUNT > 0
               MOVE '  OF WHICH FAILED:' TO RVS-SM-TEXT
               MOVE RVS-FAIL-COUNT TO RVS-SM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           MOVE SPACES TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           PERFORM WRITE-ONE-CCY-LINE
               VARYING RVS-C-IDX FROM 1 BY 1
               UNTIL RVS-C-IDX > RVS-C-COUNT-USED

           MOVE SPACES TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           MOVE SPACES TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           MOVE RVS-SIGNOFF-LINE-1 TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           MOVE SPACES TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           MOVE RVS-SIGNOFF-LINE-2 TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           .

       WRITE-SUMMARY-LINE.
           MOVE RVS-SUMMARY-LINE TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           .

       WRITE-ONE-CCY-LINE.
           MOVE RVS-C-CCY(RVS-C-IDX)    TO RVS-CL-CCY
           MOVE RVS-C-COUNT(RVS-C-IDX)  TO RVS-CL-COUNT
           MOVE RVS-C-AMOUNT(RVS-C-IDX) TO RVS-CL-AMOUNT
           MOVE RVS-CCY-LINE TO FX-RVS-RPT-REC
           WRITE FX-RVS-RPT-REC
           .

      *----------------------------------------------------------
      * Appends one durable audit record for this run to the shared
      * FXAUDIT file, as the other batch steps do. A failed master
      * or ledger write marks the run FAILURE.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXREVERS' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'FXREVIN REVERSED AGAINST FXPOSTLG'
               TO FX-AUDIT-INPUT-DESC
           MOVE RVS-APPLIED-COUNT TO FX-AUDIT-REC-COUNT
           IF RVS-FAIL-COUNT > 0
               MOVE 'FAILURE' TO FX-AUDIT-STATUS
           ELSE
               IF RVS-REJECT-COUNT > 0
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
           IF RVS-FAIL-COUNT > 0
               DISPLAY "WRITE FAILURES - STEP ENDED RC=12"
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "NOW I'M STOPPING".
           STOP RUN.
