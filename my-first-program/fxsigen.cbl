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

      * Nightly standing-instruction generator, run after JSONPROD
      * and before FXCONV. Every instruction on FXSTDINS (see
      * copybooks/FXSTDINS.cpy) that falls due today - inside its
      * start and end dates, on its daily / weekly / monthly /
      * specific-days schedule - is appended to tonight's FXTXNX as
      * one FX-TXN-REC: the instruction's amount in its from-currency
      * under the pair FROM/TO, value-dated today, with UID 9nnnn
      * from the instruction number, a range json_parse_prod refuses
      * on the feed. The instruction is then stamped with today's
      * date as its last-generated date, so a rerun of this step
      * skips it; a due instruction that is suspended, or whose
      * account is off the master, closed or frozen, is skipped too.
      * An instruction whose last due date before today fell on a
      * night the batch did not run, or while its account was
      * frozen, is listed once as missed - not caught up, since its
      * UID could not post twice on one date - for operations to
      * put through by hand. Prints a generated/
      * skipped report to FXSIGRPT and appends an FXAUDIT record.
      *
      * If JSONPROD is rerun after this step, it rebuilds FXTXNX
      * without tonight's generated transactions; running FXSIGEN
      * again with the parm REGEN regenerates the instructions
      * already stamped today (and only those - no earlier date is
      * ever regenerated). FXPOST's ledger check still refuses any
      * of them already posted.

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXSIGEN.
       AUTHOR.        Jeff Bisti.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-STD-INSTR   ASSIGN TO FXSTDINS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FX-SI-KEY.
           SELECT CLT-MASTER     ASSIGN TO CLTMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLT-MST-ACCOUNT.
           SELECT FX-TXN-EXTRACT ASSIGN TO FXTXNX.
           SELECT FX-SIG-RPT     ASSIGN TO FXSIGRPT.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * standing instructions - see copybooks/FXSTDINS.cpy
       FD  FX-STD-INSTR.
           COPY FXSTDINS.
      *
      * indexed client master - see copybooks/CLTMST.cpy
       FD  CLT-MASTER.
           COPY CLTMST.
      *
      * tonight's transaction extract, appended to behind
      * json_parse_prod's records - same layout as FXCONV's
      * FX-TXN-REC
       FD  FX-TXN-EXTRACT RECORDING MODE F.
       01  FX-TXN-REC.
           05  FX-TXN-ACCOUNT    PIC 9(12).
           05  FX-TXN-UID        PIC 9(5).
           05  FX-TXN-PRICE      PIC S9(7)V99.
           05  FX-TXN-CURRENCY   PIC X(3).
           05  FX-TXN-PAIR       PIC X(50).
           05  FX-TXN-VALUE-DATE PIC X(8).
           05  FILLER            PIC X(3).
      *
       FD  FX-SIG-RPT RECORDING MODE F.
       01  FX-SIG-RPT-REC        PIC X(132).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * UID of a generated transaction - the reserved range's floor
      * plus the instruction number
       01  SIG-UID-FLOOR          PIC 9(5) VALUE 90000.
      *
       01  SIG-PARM               PIC X(8) VALUE SPACES.
      *
      * today, taken apart for the schedule tests
       01  SIG-PROCESS-DATE       PIC X(8).
       01  SIG-DATE-N             PIC 9(8).
       01  SIG-DATE-PARTS REDEFINES SIG-DATE-N.
           05  SIG-DATE-YYYY      PIC 9(4).
           05  SIG-DATE-MM        PIC 9(2).
           05  SIG-DATE-DD        PIC 9(2).
       01  SIG-TODAY-INT          PIC S9(9) COMP.
       01  SIG-TODAY-DAY          PIC 9(2).
       01  SIG-TODAY-WEEKDAY      PIC 9(1).
       01  SIG-MONTH-END-DAY      PIC 9(2).
       01  SIG-NEXT-MONTH-N       PIC 9(8).
       01  SIG-NEXT-MONTH-PARTS REDEFINES SIG-NEXT-MONTH-N.
           05  SIG-NEXT-YYYY      PIC 9(4).
           05  SIG-NEXT-MM        PIC 9(2).
           05  SIG-NEXT-DD        PIC 9(2).
       01  SIG-DATE-INT-WORK      PIC S9(9) COMP.
       01  SIG-DAY-SUB            PIC 9(2) COMP VALUE ZERO.
      *
      * the date the schedule is being tested against - today, or
      * a day before it while looking back for a missed due date
       01  SIG-CHECK-INT          PIC S9(9) COMP.
       01  SIG-CHECK-DATE         PIC X(8).
       01  SIG-CHECK-DAY          PIC 9(2).
       01  SIG-CHECK-WEEKDAY      PIC 9(1).
       01  SIG-CHECK-MONTH-END    PIC 9(2).
       01  SIG-LOOKBACK-SUB       PIC 9(2) COMP VALUE ZERO.
      *
       01  SIG-SWITCHES.
           05  SIG-INSTR-EOF      PIC X VALUE 'N'.
               88  SIG-INSTR-AT-EOF   VALUE 'Y'.
           05  SIG-REGEN-SW       PIC X VALUE 'N'.
               88  SIG-REGEN          VALUE 'Y'.
           05  SIG-DUE-SW         PIC X VALUE 'N'.
               88  SIG-DUE            VALUE 'Y'.
           05  SIG-SEARCH-SW      PIC X VALUE 'N'.
               88  SIG-SEARCH-DONE    VALUE 'Y'.
           05  SIG-STAMP-SW       PIC X VALUE 'N'.
               88  SIG-STAMP-PENDING  VALUE 'Y'.
      *
       01  SIG-COUNTERS.
           05  SIG-READ-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  SIG-DUE-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  SIG-GEN-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  SIG-REGEN-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  SIG-DONE-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  SIG-SUSP-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  SIG-ACCT-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  SIG-MISSED-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  SIG-NOT-DUE-COUNT  PIC 9(7) COMP VALUE ZERO.
           05  SIG-OUTSIDE-COUNT  PIC 9(7) COMP VALUE ZERO.
      *
       01  SIG-RESULT             PIC X(10).
       01  SIG-REASON             PIC X(24).
      *
       01  SIG-HEADING-LINE.
           05  FILLER             PIC X(36) VALUE
               'STANDING INSTRUCTIONS GENERATED'.
           05  FILLER             PIC X(10) VALUE 'RUN DATE: '.
           05  SIG-HD-DATE        PIC X(8).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  SIG-HD-REGEN       PIC X(12).
      *
       01  SIG-COL-HEADS.
           05  FILLER             PIC X(19) VALUE 'ACCOUNT/INSTR'.
           05  FILLER             PIC X(7)  VALUE 'UID'.
           05  FILLER             PIC X(15) VALUE '       AMOUNT'.
           05  FILLER             PIC X(9)  VALUE 'PAIR'.
           05  FILLER             PIC X(6)  VALUE 'FREQ'.
           05  FILLER             PIC X(12) VALUE 'RESULT'.
           05  FILLER             PIC X(24) VALUE 'REASON'.
      *
       01  SIG-DETAIL-LINE.
           05  SIG-DL-ACCOUNT     PIC 9(12).
           05  FILLER             PIC X(1) VALUE '/'.
           05  SIG-DL-NUMBER      PIC 9(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  SIG-DL-UID         PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  SIG-DL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  SIG-DL-FROM        PIC X(3).
           05  FILLER             PIC X(1) VALUE '/'.
           05  SIG-DL-TO          PIC X(3).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  SIG-DL-FREQ        PIC X(1).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  SIG-DL-RESULT      PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  SIG-DL-REASON      PIC X(24).
      *
       01  SIG-SUMMARY-LINE.
           05  SIG-SM-TEXT        PIC X(24).
           05  SIG-SM-COUNT       PIC ZZZ,ZZ9.
      *
       01  FX-CURRENT-TIMESTAMP    PIC X(21).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO SIG-PROCESS-DATE
           ACCEPT SIG-PARM FROM COMMAND-LINE
           IF SIG-PARM = 'REGEN'
               SET SIG-REGEN TO TRUE
               DISPLAY "REGENERATING INSTRUCTIONS ALREADY STAMPED "
                   SIG-PROCESS-DATE
           END-IF
           PERFORM SET-SCHEDULE-DATES

           OPEN I-O    FX-STD-INSTR
           OPEN INPUT  CLT-MASTER
           OPEN EXTEND FX-TXN-EXTRACT
           OPEN OUTPUT FX-SIG-RPT
           PERFORM WRITE-REPORT-HEADINGS

           READ FX-STD-INSTR NEXT RECORD
               AT END SET SIG-INSTR-AT-EOF TO TRUE
           END-READ
           PERFORM CHECK-ONE-INSTRUCTION UNTIL SIG-INSTR-AT-EOF

           PERFORM WRITE-REPORT-FOOTING
           CLOSE FX-STD-INSTR
           CLOSE CLT-MASTER
           CLOSE FX-TXN-EXTRACT
           CLOSE FX-SIG-RPT

           DISPLAY "INSTRUCTIONS READ:      " SIG-READ-COUNT
           DISPLAY "DUE TODAY:              " SIG-DUE-COUNT
           DISPLAY "GENERATED TO FXTXNX:    " SIG-GEN-COUNT
           DISPLAY "SKIPPED:                "
               SIG-DONE-COUNT " DONE, " SIG-SUSP-COUNT " SUSPENDED, "
               SIG-ACCT-COUNT " ACCOUNT"
           DISPLAY "MISSED DUE DATES:       " SIG-MISSED-COUNT

           PERFORM CLOSE-STOP
           .

      *----------------------------------------------------------
      * Today's day of the month, weekday and month end, kept for
      * the schedule test every instruction gets.
      *----------------------------------------------------------
       SET-SCHEDULE-DATES.
           COMPUTE SIG-DATE-N = FUNCTION NUMVAL(SIG-PROCESS-DATE)
           COMPUTE SIG-TODAY-INT = FUNCTION INTEGER-OF-DATE(SIG-DATE-N)
           MOVE SIG-TODAY-INT TO SIG-CHECK-INT
           PERFORM DERIVE-CHECK-DATE
           MOVE SIG-CHECK-DAY       TO SIG-TODAY-DAY
           MOVE SIG-CHECK-WEEKDAY   TO SIG-TODAY-WEEKDAY
           MOVE SIG-CHECK-MONTH-END TO SIG-MONTH-END-DAY
           .

      * the schedule is tested against today's parts
       USE-TODAY-FOR-CHECK.
           MOVE SIG-TODAY-INT     TO SIG-CHECK-INT
           MOVE SIG-PROCESS-DATE  TO SIG-CHECK-DATE
           MOVE SIG-TODAY-DAY     TO SIG-CHECK-DAY
           MOVE SIG-TODAY-WEEKDAY TO SIG-CHECK-WEEKDAY
           MOVE SIG-MONTH-END-DAY TO SIG-CHECK-MONTH-END
           .

      *----------------------------------------------------------
      * The check date's day of the month and weekday (1 = Monday -
      * day one of the integer date calendar, 1 January 1601, was a
      * Monday) and the last day of its month, the day an
      * instruction for the 29th to 31st falls on in a shorter
      * month.
      *----------------------------------------------------------
       DERIVE-CHECK-DATE.
           COMPUTE SIG-DATE-N = FUNCTION DATE-OF-INTEGER(SIG-CHECK-INT)
           MOVE SIG-DATE-N TO SIG-CHECK-DATE
           MOVE SIG-DATE-DD TO SIG-CHECK-DAY
           COMPUTE SIG-CHECK-WEEKDAY =
               FUNCTION MOD(SIG-CHECK-INT - 1, 7) + 1
           IF SIG-DATE-MM = 12
               COMPUTE SIG-NEXT-YYYY = SIG-DATE-YYYY + 1
               MOVE 1 TO SIG-NEXT-MM
           ELSE
               MOVE SIG-DATE-YYYY TO SIG-NEXT-YYYY
               COMPUTE SIG-NEXT-MM = SIG-DATE-MM + 1
           END-IF
           MOVE 1 TO SIG-NEXT-DD
           COMPUTE SIG-DATE-INT-WORK =
               FUNCTION INTEGER-OF-DATE(SIG-NEXT-MONTH-N) - 1
           COMPUTE SIG-NEXT-MONTH-N =
               FUNCTION DATE-OF-INTEGER(SIG-DATE-INT-WORK)
           MOVE SIG-NEXT-DD TO SIG-CHECK-MONTH-END
           .

       WRITE-REPORT-HEADINGS.
           MOVE SIG-PROCESS-DATE TO SIG-HD-DATE
           IF SIG-REGEN
               MOVE '(REGENERATE)' TO SIG-HD-REGEN
           ELSE
               MOVE SPACES TO SIG-HD-REGEN
           END-IF
           MOVE SPACES TO FX-SIG-RPT-REC
           MOVE SIG-HEADING-LINE TO FX-SIG-RPT-REC
           WRITE FX-SIG-RPT-REC
           MOVE SPACES TO FX-SIG-RPT-REC
           WRITE FX-SIG-RPT-REC
           MOVE SPACES TO FX-SIG-RPT-REC
           MOVE SIG-COL-HEADS TO FX-SIG-RPT-REC
           WRITE FX-SIG-RPT-REC
           .

      *----------------------------------------------------------
      * One instruction: first whether its last due date before
      * today was missed, then due today or not, and if due,
      * generated or skipped with the reason. Instructions not due
      * are counted but not listed.
      *----------------------------------------------------------
       CHECK-ONE-INSTRUCTION.
           ADD 1 TO SIG-READ-COUNT
           MOVE 'N' TO SIG-STAMP-SW
           PERFORM CHECK-MISSED-DUE-DATE
           PERFORM USE-TODAY-FOR-CHECK
           MOVE 'N' TO SIG-DUE-SW
           IF FX-SI-START-DATE <= SIG-PROCESS-DATE
              AND (FX-SI-END-DATE = SPACES
                   OR FX-SI-END-DATE >= SIG-PROCESS-DATE)
               PERFORM TEST-SCHEDULE
               IF NOT SIG-DUE
                   ADD 1 TO SIG-NOT-DUE-COUNT
               END-IF
           ELSE
               ADD 1 TO SIG-OUTSIDE-COUNT
           END-IF

           IF SIG-DUE
               ADD 1 TO SIG-DUE-COUNT
               MOVE SPACES TO SIG-REASON
               IF FX-SI-LAST-GEN-DATE = SIG-PROCESS-DATE
                  AND NOT SIG-REGEN
                   MOVE 'SKIPPED' TO SIG-RESULT
                   MOVE 'ALREADY GENERATED TODAY' TO SIG-REASON
                   ADD 1 TO SIG-DONE-COUNT
               ELSE
                   IF FX-SI-SUSPENDED
                       MOVE 'SKIPPED' TO SIG-RESULT
                       MOVE 'SUSPENDED' TO SIG-REASON
                       ADD 1 TO SIG-SUSP-COUNT
                   ELSE
                       PERFORM CHECK-INSTRUCTION-ACCOUNT
                       IF SIG-REASON = SPACES
                           PERFORM GENERATE-ONE-TRANSACTION
                       ELSE
                           MOVE 'SKIPPED' TO SIG-RESULT
                           ADD 1 TO SIG-ACCT-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF

      * a missed date stamped on an instruction not generated
      * tonight still has to reach the file
           IF SIG-STAMP-PENDING
               REWRITE FX-SI-REC
                   INVALID KEY
                       DISPLAY "MISSED DATE NOT STAMPED FOR "
                           FX-SI-KEY
               END-REWRITE
           END-IF

           READ FX-STD-INSTR NEXT RECORD
               AT END SET SIG-INSTR-AT-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------
      * A night the batch did not run leaves the instructions due
      * that day ungenerated. They are not caught up - the UID is
      * the instruction number, and a second transaction under it
      * on tonight's posting date would be refused by FXPOST's
      * ledger - but they must not pass unseen: the most recent
      * due date before today is found by stepping back a day at a
      * time (no schedule goes longer than a month between due
      * dates), and an instruction not generated on or since that
      * date is listed as missed. Due dates before the instruction
      * was added, after its end date or while it is suspended are
      * not missed. The date listed is stamped on the instruction,
      * so each missed date is reported once and not every night
      * until the instruction next falls due.
      *----------------------------------------------------------
       CHECK-MISSED-DUE-DATE.
           MOVE 'N' TO SIG-DUE-SW
           MOVE 'N' TO SIG-SEARCH-SW
           IF NOT FX-SI-SUSPENDED
              AND FX-SI-START-DATE < SIG-PROCESS-DATE
               COMPUTE SIG-CHECK-INT = SIG-TODAY-INT - 1
               PERFORM FIND-PRIOR-DUE-DATE
                   VARYING SIG-LOOKBACK-SUB FROM 1 BY 1
                   UNTIL SIG-LOOKBACK-SUB > 31
                      OR SIG-DUE OR SIG-SEARCH-DONE
           END-IF
           IF SIG-DUE
              AND SIG-CHECK-DATE > FX-SI-LAST-GEN-DATE
              AND SIG-CHECK-DATE > FX-SI-MISSED-DATE
              AND (FX-SI-END-DATE = SPACES
                   OR SIG-CHECK-DATE <= FX-SI-END-DATE)
              AND (FX-SI-ADDED-DATE IS NOT NUMERIC
                   OR SIG-CHECK-DATE >= FX-SI-ADDED-DATE)
               ADD 1 TO SIG-MISSED-COUNT
               MOVE 'SKIPPED' TO SIG-RESULT
               MOVE SPACES TO SIG-REASON
               STRING 'MISSED DUE DATE ' DELIMITED BY SIZE
                      SIG-CHECK-DATE     DELIMITED BY SIZE
                   INTO SIG-REASON
               PERFORM WRITE-DETAIL-LINE
               MOVE SIG-CHECK-DATE TO FX-SI-MISSED-DATE
               SET SIG-STAMP-PENDING TO TRUE
           END-IF
           .

       FIND-PRIOR-DUE-DATE.
           PERFORM DERIVE-CHECK-DATE
           IF SIG-CHECK-DATE < FX-SI-START-DATE
               SET SIG-SEARCH-DONE TO TRUE
           ELSE
               PERFORM TEST-SCHEDULE
               IF NOT SIG-DUE
                   SUBTRACT 1 FROM SIG-CHECK-INT
               END-IF
           END-IF
           .

       TEST-SCHEDULE.
           IF FX-SI-DAILY
               SET SIG-DUE TO TRUE
           ELSE
               IF FX-SI-WEEKLY
                   IF FX-SI-DAY(1) = SIG-CHECK-WEEKDAY
                       SET SIG-DUE TO TRUE
                   END-IF
               ELSE
                   IF FX-SI-MONTHLY
                       MOVE 1 TO SIG-DAY-SUB
                       PERFORM TEST-ONE-MONTH-DAY
                   ELSE
                       IF FX-SI-SPECIFIC-DAYS
                           PERFORM TEST-ONE-MONTH-DAY
                               VARYING SIG-DAY-SUB FROM 1 BY 1
                               UNTIL SIG-DAY-SUB > 6 OR SIG-DUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * a day of the month matches the check date, or lies past the
      * end of its month while the check date is the last day
       TEST-ONE-MONTH-DAY.
           IF FX-SI-DAY(SIG-DAY-SUB) > ZERO
               IF FX-SI-DAY(SIG-DAY-SUB) = SIG-CHECK-DAY
                   SET SIG-DUE TO TRUE
               ELSE
                   IF FX-SI-DAY(SIG-DAY-SUB) > SIG-CHECK-MONTH-END
                      AND SIG-CHECK-DAY = SIG-CHECK-MONTH-END
                       SET SIG-DUE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * the account may have been closed or frozen since the
      * instruction was set up. A frozen one is skipped, not left to
      * FXPOST's recycle: every night's transaction would carry the
      * same UID, and once the account was unfrozen only the first
      * could post - the rest would fall out as duplicate postings.
      * Left unstamped, the skipped date is listed as missed once
      * the night has passed.
       CHECK-INSTRUCTION-ACCOUNT.
           MOVE FX-SI-ACCOUNT TO CLT-MST-ACCOUNT
           READ CLT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO SIG-REASON
               NOT INVALID KEY
                   IF CLT-MST-CLOSED
                       MOVE 'ACCOUNT CLOSED' TO SIG-REASON
                   ELSE
                       IF CLT-MST-FROZEN
                           MOVE 'ACCOUNT FROZEN' TO SIG-REASON
                       END-IF
                   END-IF
           END-READ
           .

       GENERATE-ONE-TRANSACTION.
           MOVE SPACES TO FX-TXN-REC
           MOVE FX-SI-ACCOUNT TO FX-TXN-ACCOUNT
           COMPUTE FX-TXN-UID = SIG-UID-FLOOR + FX-SI-NUMBER
           MOVE FX-SI-AMOUNT TO FX-TXN-PRICE
           MOVE FX-SI-FROM-CCY TO FX-TXN-CURRENCY
           STRING FX-SI-FROM-CCY DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  FX-SI-TO-CCY   DELIMITED BY SIZE
               INTO FX-TXN-PAIR
           MOVE SIG-PROCESS-DATE TO FX-TXN-VALUE-DATE
           WRITE FX-TXN-REC
           ADD 1 TO SIG-GEN-COUNT

           IF FX-SI-LAST-GEN-DATE = SIG-PROCESS-DATE
               MOVE 'REGENERATD' TO SIG-RESULT
               ADD 1 TO SIG-REGEN-COUNT
           ELSE
               MOVE 'GENERATED' TO SIG-RESULT
           END-IF
           MOVE SIG-PROCESS-DATE TO FX-SI-LAST-GEN-DATE
           REWRITE FX-SI-REC
               INVALID KEY
                   MOVE 'LAST DATE NOT STAMPED' TO SIG-REASON
           END-REWRITE
           MOVE 'N' TO SIG-STAMP-SW
           .

       WRITE-DETAIL-LINE.
           MOVE FX-SI-ACCOUNT   TO SIG-DL-ACCOUNT
           MOVE FX-SI-NUMBER    TO SIG-DL-NUMBER
           COMPUTE SIG-DL-UID = SIG-UID-FLOOR + FX-SI-NUMBER
           MOVE FX-SI-AMOUNT    TO SIG-DL-AMOUNT
           MOVE FX-SI-FROM-CCY  TO SIG-DL-FROM
           MOVE FX-SI-TO-CCY    TO SIG-DL-TO
           MOVE FX-SI-FREQUENCY TO SIG-DL-FREQ
           MOVE SIG-RESULT      TO SIG-DL-RESULT
           MOVE SIG-REASON      TO SIG-DL-REASON
           MOVE SPACES TO FX-SIG-RPT-REC
           MOVE SIG-DETAIL-LINE TO FX-SIG-RPT-REC
           WRITE FX-SIG-RPT-REC
           .

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO FX-SIG-RPT-REC
           WRITE FX-SIG-RPT-REC
           MOVE 'INSTRUCTIONS READ     :' TO SIG-SM-TEXT
           MOVE SIG-READ-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DUE TODAY             :' TO SIG-SM-TEXT
           MOVE SIG-DUE-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'GENERATED             :' TO SIG-SM-TEXT
           MOVE SIG-GEN-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF SIG-REGEN
               MOVE '  OF WHICH REGENERATED:' TO SIG-SM-TEXT
               MOVE SIG-REGEN-COUNT TO SIG-SM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           MOVE 'SKIPPED - ALREADY DONE:' TO SIG-SM-TEXT
           MOVE SIG-DONE-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'SKIPPED - SUSPENDED   :' TO SIG-SM-TEXT
           MOVE SIG-SUSP-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'SKIPPED - ACCOUNT     :' TO SIG-SM-TEXT
           MOVE SIG-ACCT-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'MISSED DUE DATE       :' TO SIG-SM-TEXT
           MOVE SIG-MISSED-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NOT DUE TODAY         :' TO SIG-SM-TEXT
           MOVE SIG-NOT-DUE-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'OUTSIDE START/END     :' TO SIG-SM-TEXT
           MOVE SIG-OUTSIDE-COUNT TO SIG-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           .

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO FX-SIG-RPT-REC
           MOVE SIG-SUMMARY-LINE TO FX-SIG-RPT-REC
           WRITE FX-SIG-RPT-REC
           .

      *----------------------------------------------------------
      * Appends one durable audit record for this run to the shared
      * FXAUDIT file, as the other batch steps do. The record count
      * is the transactions generated; a due instruction skipped
      * for its account, or a missed due date, marks the run
      * REJECTS - suspended and already-generated ones are skipped
      * by design.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXSIGEN' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'FXSTDINS DUE INSTRUCTIONS TO FXTXNX'
               TO FX-AUDIT-INPUT-DESC
           MOVE SIG-GEN-COUNT TO FX-AUDIT-REC-COUNT
           IF SIG-ACCT-COUNT > 0 OR SIG-MISSED-COUNT > 0
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
