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

      * Dormancy report for the regulatory unclaimed-balance review:
      * sweeps the whole client master CLTMST and lists every ACTIVE
      * account that has had no posting for at least the operator's
      * number of days (command line, as FXVOLRPT's window is -
      * defaulting to 365). Activity is the last-activity date FXPOST
      * stamps on each posting; an account never posted to is
      * measured from its open date, and one carrying neither date
      * is listed as such. Each dormant account shows its name, open
      * and last-activity dates, days idle, and one line per
      * currency bucket still holding a balance. Frozen and closed
      * accounts are counted but not listed - they are already
      * under review. Run periodically, not as part of the nightly
      * chain.

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXDORMNT.
       AUTHOR.        Jeff Bisti.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLT-MASTER     ASSIGN TO CLTMST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CLT-MST-ACCOUNT.
           SELECT FX-DORM-RPT    ASSIGN TO FXDORRPT.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * indexed client master - see copybooks/CLTMST.cpy - swept end
      * to end in account order
       FD  CLT-MASTER.
           COPY CLTMST.
      *
       FD  FX-DORM-RPT RECORDING MODE F.
       01  FX-DORM-RPT-REC         PIC X(100).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * dormancy threshold in days - operator parameter, defaulting
      * to 365 when none is keyed
       01  DRM-DAYS-PARM           PIC X(8) VALUE SPACES.
       01  DRM-DAYS                PIC 9(4) VALUE 365.
      *
       01  DRM-SWITCHES.
           05  DRM-MST-EOF         PIC X VALUE 'N'.
               88  DRM-MST-AT-EOF      VALUE 'Y'.
      *
       01  DRM-COUNTERS.
           05  DRM-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  DRM-ACTIVE-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  DRM-FROZEN-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  DRM-CLOSED-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  DRM-DORMANT-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  DRM-NO-DATE-COUNT   PIC 9(7) COMP VALUE ZERO.
      *
       01  DRM-TODAY-INT           PIC S9(9) COMP.
       01  DRM-ACTIVITY-INT        PIC S9(9) COMP.
       01  DRM-IDLE-DAYS           PIC S9(9) COMP.
       01  DRM-DATE-N              PIC 9(8).
      * the date dormancy is measured from - last activity, or the
      * open date for an account never posted to
       01  DRM-ACTIVITY-DATE       PIC X(8).
       01  DRM-BKT-SUB             PIC 9(2) COMP VALUE ZERO.
      *
       01  DRM-HEADING-LINE.
           05  FILLER              PIC X(35) VALUE
               'DORMANT ACCOUNT REPORT - NO POSTING'.
           05  FILLER              PIC X(4) VALUE ' IN '.
           05  DRM-HD-DAYS         PIC ZZZ9.
           05  FILLER              PIC X(10) VALUE ' DAYS  AS '.
           05  FILLER              PIC X(3) VALUE 'OF '.
           05  DRM-HD-DATE         PIC X(8).
      *
       01  DRM-COL-HEADS.
           05  FILLER              PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(42) VALUE 'NAME'.
           05  FILLER              PIC X(10) VALUE 'OPENED'.
           05  FILLER              PIC X(10) VALUE 'LAST ACT'.
           05  FILLER              PIC X(9)  VALUE 'DAYS IDLE'.
      *
       01  DRM-DETAIL-LINE.
           05  DRM-DL-ACCOUNT      PIC 9(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DRM-DL-NAME         PIC X(40).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DRM-DL-OPENED       PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DRM-DL-LAST         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DRM-DL-IDLE         PIC ZZZ,ZZ9.
           05  DRM-DL-NOTE         PIC X(12).
      *
       01  DRM-BALANCE-LINE.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE 'BALANCE '.
           05  DRM-BL-CCY          PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DRM-BL-AMOUNT       PIC $$$,$$$,$$9.99CR.
      *
       01  DRM-SUMMARY-LINE.
           05  DRM-SM-TEXT         PIC X(24).
           05  DRM-SM-COUNT        PIC ZZZ,ZZ9.
      *
       01  FX-CURRENT-TIMESTAMP    PIC X(21).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           COMPUTE DRM-DATE-N =
               FUNCTION NUMVAL(FX-CURRENT-TIMESTAMP(1:8))
           COMPUTE DRM-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(DRM-DATE-N)

           ACCEPT DRM-DAYS-PARM FROM COMMAND-LINE
           IF DRM-DAYS-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(DRM-DAYS-PARM) = 0
                   COMPUTE DRM-DAYS = FUNCTION NUMVAL(DRM-DAYS-PARM)
               ELSE
                   DISPLAY "DAYS PARM NOT NUMERIC - USING 365"
               END-IF
           END-IF
           DISPLAY "DORMANCY THRESHOLD: " DRM-DAYS " DAYS"

           OPEN INPUT  CLT-MASTER
           OPEN OUTPUT FX-DORM-RPT
           MOVE DRM-DAYS TO DRM-HD-DAYS
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO DRM-HD-DATE
           MOVE DRM-HEADING-LINE TO FX-DORM-RPT-REC
           WRITE FX-DORM-RPT-REC
           MOVE SPACES TO FX-DORM-RPT-REC
           WRITE FX-DORM-RPT-REC
           MOVE DRM-COL-HEADS TO FX-DORM-RPT-REC
           WRITE FX-DORM-RPT-REC

           READ CLT-MASTER NEXT RECORD
               AT END SET DRM-MST-AT-EOF TO TRUE
           END-READ
           PERFORM CHECK-ONE-ACCOUNT UNTIL DRM-MST-AT-EOF

           PERFORM WRITE-DORMANCY-SUMMARY
           CLOSE CLT-MASTER
           CLOSE FX-DORM-RPT

           DISPLAY "ACCOUNTS READ:      " DRM-READ-COUNT
           DISPLAY "ACTIVE ACCOUNTS:    " DRM-ACTIVE-COUNT
           DISPLAY "DORMANT ACCOUNTS:   " DRM-DORMANT-COUNT

           PERFORM CLOSE-STOP
           .

       CHECK-ONE-ACCOUNT.
           ADD 1 TO DRM-READ-COUNT
           IF CLT-MST-CLOSED
               ADD 1 TO DRM-CLOSED-COUNT
           ELSE
               IF CLT-MST-FROZEN
                   ADD 1 TO DRM-FROZEN-COUNT
               ELSE
                   ADD 1 TO DRM-ACTIVE-COUNT
                   PERFORM MEASURE-ACTIVITY
               END-IF
           END-IF
           READ CLT-MASTER NEXT RECORD
               AT END SET DRM-MST-AT-EOF TO TRUE
           END-READ
           .

      * an unreadable date cannot prove activity, so an account
      * with neither date is listed for review rather than skipped
       MEASURE-ACTIVITY.
           IF CLT-MST-LAST-ACTIVITY IS NUMERIC
               MOVE CLT-MST-LAST-ACTIVITY TO DRM-ACTIVITY-DATE
           ELSE
               MOVE CLT-MST-OPEN-DATE TO DRM-ACTIVITY-DATE
           END-IF
           MOVE SPACES TO DRM-DL-NOTE
           IF DRM-ACTIVITY-DATE IS NUMERIC
               MOVE DRM-ACTIVITY-DATE TO DRM-DATE-N
               COMPUTE DRM-ACTIVITY-INT =
                   FUNCTION INTEGER-OF-DATE(DRM-DATE-N)
               COMPUTE DRM-IDLE-DAYS =
                   DRM-TODAY-INT - DRM-ACTIVITY-INT
               IF DRM-IDLE-DAYS >= DRM-DAYS
                   PERFORM WRITE-DORMANT-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO DRM-NO-DATE-COUNT
               MOVE ZERO TO DRM-IDLE-DAYS
               MOVE ' NO DATES' TO DRM-DL-NOTE
               PERFORM WRITE-DORMANT-ACCOUNT
           END-IF
           .

       WRITE-DORMANT-ACCOUNT.
           ADD 1 TO DRM-DORMANT-COUNT
           MOVE CLT-MST-ACCOUNT TO DRM-DL-ACCOUNT
           MOVE SPACES TO DRM-DL-NAME
           STRING CLT-MST-NAME-FIRST DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  CLT-MST-NAME-LAST  DELIMITED BY '  '
               INTO DRM-DL-NAME
           MOVE CLT-MST-OPEN-DATE     TO DRM-DL-OPENED
           MOVE CLT-MST-LAST-ACTIVITY TO DRM-DL-LAST
           MOVE DRM-IDLE-DAYS         TO DRM-DL-IDLE
           MOVE DRM-DETAIL-LINE TO FX-DORM-RPT-REC
           WRITE FX-DORM-RPT-REC
           IF CLT-MST-BKT-COUNT IS NUMERIC
               PERFORM WRITE-ONE-BALANCE-LINE
                   VARYING DRM-BKT-SUB FROM 1 BY 1
                   UNTIL DRM-BKT-SUB > CLT-MST-BKT-COUNT
                      OR DRM-BKT-SUB > 8
           ELSE
               MOVE CLT-MST-CCY TO DRM-BL-CCY
               COMPUTE DRM-BL-AMOUNT =
                   FUNCTION NUMVAL-C(CLT-MST-BALANCE)
               MOVE DRM-BALANCE-LINE TO FX-DORM-RPT-REC
               WRITE FX-DORM-RPT-REC
           END-IF
           .

       WRITE-ONE-BALANCE-LINE.
           IF CLT-MST-BKT-BAL(DRM-BKT-SUB) NOT = ZERO
               MOVE CLT-MST-BKT-CCY(DRM-BKT-SUB) TO DRM-BL-CCY
               MOVE CLT-MST-BKT-BAL(DRM-BKT-SUB) TO DRM-BL-AMOUNT
               MOVE DRM-BALANCE-LINE TO FX-DORM-RPT-REC
               WRITE FX-DORM-RPT-REC
           END-IF
           .

       WRITE-DORMANCY-SUMMARY.
           MOVE SPACES TO FX-DORM-RPT-REC
           WRITE FX-DORM-RPT-REC
           MOVE 'ACCOUNTS READ         :' TO DRM-SM-TEXT
           MOVE DRM-READ-COUNT TO DRM-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ACTIVE ACCOUNTS       :' TO DRM-SM-TEXT
           MOVE DRM-ACTIVE-COUNT TO DRM-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'FROZEN ACCOUNTS       :' TO DRM-SM-TEXT
           MOVE DRM-FROZEN-COUNT TO DRM-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CLOSED ACCOUNTS       :' TO DRM-SM-TEXT
           MOVE DRM-CLOSED-COUNT TO DRM-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DORMANT ACCOUNTS      :' TO DRM-SM-TEXT
           MOVE DRM-DORMANT-COUNT TO DRM-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE '  OF WHICH NO DATES   :' TO DRM-SM-TEXT
           MOVE DRM-NO-DATE-COUNT TO DRM-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           .

       WRITE-SUMMARY-LINE.
           MOVE DRM-SUMMARY-LINE TO FX-DORM-RPT-REC
           WRITE FX-DORM-RPT-REC
           .

      *----------------------------------------------------------
      * Appends one durable audit record for this run to the shared
      * FXAUDIT file, as the other batch steps do.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXDORMNT' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'CLTMST DORMANT ACCOUNT REVIEW'
               TO FX-AUDIT-INPUT-DESC
           MOVE DRM-DORMANT-COUNT TO FX-AUDIT-REC-COUNT
           MOVE 'SUCCESS' TO FX-AUDIT-STATUS
           WRITE FX-AUDIT-REC
           CLOSE FX-AUDIT-FILE
           .

       CLOSE-STOP.
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "NOW I'M STOPPING".
           STOP RUN.
