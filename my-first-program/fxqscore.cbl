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

      * Desk quote scorecard off the durable FXQUOTHS quote history
      * FXBLESS appends each night, for the treasury desk heads'
      * monthly review of feed quality. Over the operator-chosen
      * window - days on the command line, as FXVOLRPT takes its
      * window, defaulting to 30 - each desk (BOSS, MXR, JHS, LON)
      * is shown with:
      *   - coverage: the name-days it quoted against the name-days
      *     blessed in the window;
      *   - how many of its quotes were the one blessed;
      *   - its average and worst deviation from the blessed price,
      *     in basis points of the blessed price, with the name and
      *     date of the worst;
      *   - how many of its quotes lay further from the blessed
      *     price than the tolerance, the second parm in basis
      *     points, defaulting to 25 - say "30 25".

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXQSCORE.
       AUTHOR.        Jeff Bisti.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-QUOTE-HIST ASSIGN TO FXQUOTHS.
           SELECT FX-QSC-RPT    ASSIGN TO FXQSCRPT.
           SELECT FX-AUDIT-FILE ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * FXBLESS's quote history - same layout as fx-qhist-rec over
      * there, one record per desk quote per name per business date
       FD  FX-QUOTE-HIST RECORDING MODE F.
       01  FX-QHIST-REC.
           05  FX-QHIST-NAME    PIC X(50).
           05  FX-QHIST-DATE    PIC X(8).
           05  FX-QHIST-DESK    PIC X(4).
           05  FX-QHIST-QUOTED  PIC $$,$$$,$$9.999999.
           05  FX-QHIST-BLESSED PIC $$,$$$,$$9.999999.
           05  FX-QHIST-CHOSEN  PIC X(1).
           05  FILLER           PIC X(3).
      *
       FD  FX-QSC-RPT RECORDING MODE F.
       01  FX-QSC-RPT-REC     PIC X(132).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * the desks scored, in FXBLESS's priority order
       01  QSC-DESK-VALUES.
           05  FILLER             PIC X(4) VALUE 'BOSS'.
           05  FILLER             PIC X(4) VALUE 'MXR'.
           05  FILLER             PIC X(4) VALUE 'JHS'.
           05  FILLER             PIC X(4) VALUE 'LON'.
       01  QSC-DESK-NAMES REDEFINES QSC-DESK-VALUES.
           05  QSC-DESK-NAME      PIC X(4) OCCURS 4 TIMES.
      *
      * one desk's figures for the window
       01  QSC-DESK-TABLE.
           05  QSC-D-ENTRY OCCURS 4 TIMES
                   INDEXED BY QSC-D-IDX.
               10  QSC-D-QUOTED     PIC 9(7) COMP.
               10  QSC-D-CHOSEN     PIC 9(7) COMP.
               10  QSC-D-DEV-COUNT  PIC 9(7) COMP.
               10  QSC-D-DEV-SUM    PIC S9(13)V99 COMP-3.
               10  QSC-D-WORST      PIC S9(7)V99 COMP-3.
               10  QSC-D-WORST-NAME PIC X(50).
               10  QSC-D-WORST-DATE PIC X(8).
               10  QSC-D-BREACHES   PIC 9(7) COMP.
       01  QSC-DESK-SUB           PIC 9(1) COMP VALUE ZERO.
      *
       01  QSC-SWITCHES.
           05  QSC-HIST-EOF       PIC X VALUE 'N'.
               88  QSC-HIST-AT-EOF    VALUE 'Y'.
      *
       01  QSC-COUNTERS.
           05  QSC-READ-COUNT     PIC 9(9) COMP VALUE ZERO.
           05  QSC-WINDOW-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  QSC-NAME-DAYS      PIC 9(7) COMP VALUE ZERO.
           05  QSC-OTHER-DESK     PIC 9(7) COMP VALUE ZERO.
      *
      * window in days and tolerance in basis points - operator
      * parameters, defaulting to 30 and 25 when none is keyed
       01  QSC-PARM               PIC X(20) VALUE SPACES.
       01  QSC-WINDOW-PARM        PIC X(8) VALUE SPACES.
       01  QSC-TOL-PARM           PIC X(8) VALUE SPACES.
       01  QSC-WINDOW-DAYS        PIC 9(3) VALUE 30.
       01  QSC-TOL-BPS            PIC 9(5)V99 VALUE 25.
      *
       01  QSC-TODAY-DATE         PIC X(8).
       01  QSC-CUTOFF-DATE        PIC X(8).
       01  QSC-DATE-N             PIC 9(8).
       01  QSC-DATE-INT-WORK      PIC S9(9) COMP.
      *
       01  QSC-QUOTED-N           PIC S9(9)V9(6) COMP-3.
       01  QSC-BLESSED-N          PIC S9(9)V9(6) COMP-3.
       01  QSC-DEV-BPS            PIC S9(7)V99 COMP-3.
       01  QSC-PCT-WORK           PIC S9(5)V99 COMP-3.
      *
       01  QSC-HEADING-LINE.
           05  FILLER             PIC X(32) VALUE
               'DESK QUOTE SCORECARD   WINDOW: '.
           05  QSC-HD-DAYS        PIC ZZ9.
           05  FILLER             PIC X(11) VALUE ' DAYS FROM '.
           05  QSC-HD-FROM        PIC X(8).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  QSC-HD-TO          PIC X(8).
      *
       01  QSC-HEADING-LINE-2.
           05  FILLER             PIC X(32) VALUE
               'TOLERANCE (BPS OF BLESSED):'.
           05  QSC-HD-TOL         PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(19) VALUE
               'NAME-DAYS BLESSED: '.
           05  QSC-HD-NAME-DAYS   PIC ZZZ,ZZ9.
      *
       01  QSC-COL-HEADS.
           05  FILLER             PIC X(6)  VALUE 'DESK'.
           05  FILLER             PIC X(9)  VALUE ' QUOTED'.
           05  FILLER             PIC X(9)  VALUE 'COVERAGE'.
           05  FILLER             PIC X(9)  VALUE 'BLESSED'.
           05  FILLER             PIC X(9)  VALUE 'BLESSED%'.
           05  FILLER             PIC X(14) VALUE '   AVG DEV BPS'.
           05  FILLER             PIC X(14) VALUE ' WORST DEV BPS'.
           05  FILLER             PIC X(9)  VALUE 'BREACHES'.
           05  FILLER             PIC X(10) VALUE 'WORST DATE'.
           05  FILLER             PIC X(10) VALUE 'WORST NAME'.
      *
       01  QSC-DETAIL-LINE.
           05  QSC-DL-DESK        PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QSC-DL-QUOTED      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QSC-DL-COVERAGE    PIC ZZ9.99.
           05  FILLER             PIC X(3) VALUE '%  '.
           05  QSC-DL-CHOSEN      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QSC-DL-CHOSEN-PCT  PIC ZZ9.99.
           05  FILLER             PIC X(3) VALUE '%  '.
           05  QSC-DL-AVG-DEV     PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QSC-DL-WORST-DEV   PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QSC-DL-BREACHES    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QSC-DL-WORST-DATE  PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QSC-DL-WORST-NAME  PIC X(40).
      *
       01  QSC-SUMMARY-LINE.
           05  QSC-SM-TEXT        PIC X(24).
           05  QSC-SM-COUNT       PIC ZZZ,ZZ9.
      *
       01  FX-CURRENT-TIMESTAMP   PIC X(21).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO QSC-TODAY-DATE

           ACCEPT QSC-PARM FROM COMMAND-LINE
           UNSTRING QSC-PARM DELIMITED BY ALL SPACE
               INTO QSC-WINDOW-PARM QSC-TOL-PARM
           END-UNSTRING
           IF QSC-WINDOW-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(QSC-WINDOW-PARM) = 0
                   COMPUTE QSC-WINDOW-DAYS =
                       FUNCTION NUMVAL(QSC-WINDOW-PARM)
               ELSE
                   DISPLAY "WINDOW PARM NOT NUMERIC - USING 30"
               END-IF
           END-IF
           IF QSC-TOL-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(QSC-TOL-PARM) = 0
                   COMPUTE QSC-TOL-BPS =
                       FUNCTION NUMVAL(QSC-TOL-PARM)
               ELSE
                   DISPLAY "TOLERANCE PARM NOT NUMERIC - USING 25"
               END-IF
           END-IF
           DISPLAY "SCORECARD WINDOW: " QSC-WINDOW-DAYS " DAYS"
           DISPLAY "TOLERANCE BPS:    " QSC-TOL-BPS

           COMPUTE QSC-DATE-N = FUNCTION NUMVAL(QSC-TODAY-DATE)
           COMPUTE QSC-DATE-INT-WORK =
               FUNCTION INTEGER-OF-DATE(QSC-DATE-N)
               - QSC-WINDOW-DAYS + 1
           COMPUTE QSC-DATE-N =
               FUNCTION DATE-OF-INTEGER(QSC-DATE-INT-WORK)
           MOVE QSC-DATE-N TO QSC-CUTOFF-DATE

           PERFORM CLEAR-ONE-DESK
               VARYING QSC-D-IDX FROM 1 BY 1 UNTIL QSC-D-IDX > 4

           DISPLAY "SCORING QUOTE HISTORY"
           PERFORM SCORE-QUOTE-HISTORY

           DISPLAY "WRITING SCORECARD"
           PERFORM WRITE-SCORECARD

           DISPLAY "QUOTES IN WINDOW:       " QSC-WINDOW-COUNT
           DISPLAY "NAME-DAYS BLESSED:      " QSC-NAME-DAYS

           PERFORM CLOSE-STOP
           .

       CLEAR-ONE-DESK.
           MOVE ZERO   TO QSC-D-QUOTED(QSC-D-IDX)
           MOVE ZERO   TO QSC-D-CHOSEN(QSC-D-IDX)
           MOVE ZERO   TO QSC-D-DEV-COUNT(QSC-D-IDX)
           MOVE ZERO   TO QSC-D-DEV-SUM(QSC-D-IDX)
           MOVE ZERO   TO QSC-D-WORST(QSC-D-IDX)
           MOVE SPACES TO QSC-D-WORST-NAME(QSC-D-IDX)
           MOVE SPACES TO QSC-D-WORST-DATE(QSC-D-IDX)
           MOVE ZERO   TO QSC-D-BREACHES(QSC-D-IDX)
           .

      * only quotes dated inside the window count - the history
      * itself grows every night
       SCORE-QUOTE-HISTORY.
           OPEN INPUT FX-QUOTE-HIST
           READ FX-QUOTE-HIST
               AT END SET QSC-HIST-AT-EOF TO TRUE
           END-READ
           PERFORM SCORE-ONE-QUOTE UNTIL QSC-HIST-AT-EOF
           CLOSE FX-QUOTE-HIST
           .

      * each name-day has exactly one chosen quote, so the chosen
      * records across all desks count the name-days blessed
       SCORE-ONE-QUOTE.
           ADD 1 TO QSC-READ-COUNT
           IF FX-QHIST-DATE >= QSC-CUTOFF-DATE
              AND FX-QHIST-DATE <= QSC-TODAY-DATE
               ADD 1 TO QSC-WINDOW-COUNT
               IF FX-QHIST-CHOSEN = 'Y'
                   ADD 1 TO QSC-NAME-DAYS
               END-IF
               MOVE ZERO TO QSC-DESK-SUB
               PERFORM FIND-ONE-DESK
                   VARYING QSC-D-IDX FROM 1 BY 1
                   UNTIL QSC-D-IDX > 4 OR QSC-DESK-SUB > 0
               IF QSC-DESK-SUB > 0
                   PERFORM SCORE-DESK-QUOTE
               ELSE
                   ADD 1 TO QSC-OTHER-DESK
               END-IF
           END-IF
           READ FX-QUOTE-HIST
               AT END SET QSC-HIST-AT-EOF TO TRUE
           END-READ
           .

       FIND-ONE-DESK.
           IF QSC-DESK-NAME(QSC-D-IDX) = FX-QHIST-DESK
               SET QSC-DESK-SUB TO QSC-D-IDX
           END-IF
           .

      * deviation in basis points of the blessed price, either
      * side; a deviation too large for the field is held at its
      * ceiling, which is off-market enough for any review
       SCORE-DESK-QUOTE.
           ADD 1 TO QSC-D-QUOTED(QSC-DESK-SUB)
           IF FX-QHIST-CHOSEN = 'Y'
               ADD 1 TO QSC-D-CHOSEN(QSC-DESK-SUB)
           END-IF
           COMPUTE QSC-QUOTED-N = FUNCTION NUMVAL-C(FX-QHIST-QUOTED)
           COMPUTE QSC-BLESSED-N = FUNCTION NUMVAL-C(FX-QHIST-BLESSED)
           IF QSC-BLESSED-N > ZERO
               COMPUTE QSC-DEV-BPS ROUNDED =
                   (QSC-QUOTED-N - QSC-BLESSED-N) * 10000
                   / QSC-BLESSED-N
                   ON SIZE ERROR MOVE 9999999.99 TO QSC-DEV-BPS
               END-COMPUTE
               IF QSC-DEV-BPS < ZERO
                   COMPUTE QSC-DEV-BPS = ZERO - QSC-DEV-BPS
               END-IF
               ADD 1 TO QSC-D-DEV-COUNT(QSC-DESK-SUB)
               ADD QSC-DEV-BPS TO QSC-D-DEV-SUM(QSC-DESK-SUB)
               IF QSC-DEV-BPS > QSC-D-WORST(QSC-DESK-SUB)
                   MOVE QSC-DEV-BPS TO QSC-D-WORST(QSC-DESK-SUB)
                   MOVE FX-QHIST-NAME
                       TO QSC-D-WORST-NAME(QSC-DESK-SUB)
                   MOVE FX-QHIST-DATE
                       TO QSC-D-WORST-DATE(QSC-DESK-SUB)
               END-IF
               IF QSC-DEV-BPS > QSC-TOL-BPS
                   ADD 1 TO QSC-D-BREACHES(QSC-DESK-SUB)
               END-IF
           END-IF
           .

       WRITE-SCORECARD.
           OPEN OUTPUT FX-QSC-RPT
           MOVE QSC-WINDOW-DAYS TO QSC-HD-DAYS
           MOVE QSC-CUTOFF-DATE TO QSC-HD-FROM
           MOVE QSC-TODAY-DATE  TO QSC-HD-TO
           MOVE SPACES TO FX-QSC-RPT-REC
           MOVE QSC-HEADING-LINE TO FX-QSC-RPT-REC
           WRITE FX-QSC-RPT-REC
           MOVE QSC-TOL-BPS   TO QSC-HD-TOL
           MOVE QSC-NAME-DAYS TO QSC-HD-NAME-DAYS
           MOVE SPACES TO FX-QSC-RPT-REC
           MOVE QSC-HEADING-LINE-2 TO FX-QSC-RPT-REC
           WRITE FX-QSC-RPT-REC
           MOVE SPACES TO FX-QSC-RPT-REC
           WRITE FX-QSC-RPT-REC
           MOVE SPACES TO FX-QSC-RPT-REC
           MOVE QSC-COL-HEADS TO FX-QSC-RPT-REC
           WRITE FX-QSC-RPT-REC

           PERFORM WRITE-ONE-DESK-LINE
               VARYING QSC-D-IDX FROM 1 BY 1 UNTIL QSC-D-IDX > 4

           MOVE SPACES TO FX-QSC-RPT-REC
           WRITE FX-QSC-RPT-REC
           MOVE 'QUOTES IN WINDOW      :' TO QSC-SM-TEXT
           MOVE QSC-WINDOW-COUNT TO QSC-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NAME-DAYS BLESSED     :' TO QSC-SM-TEXT
           MOVE QSC-NAME-DAYS TO QSC-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF QSC-OTHER-DESK > 0
               MOVE 'UNKNOWN DESK QUOTES   :' TO QSC-SM-TEXT
               MOVE QSC-OTHER-DESK TO QSC-SM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           CLOSE FX-QSC-RPT
           .

       WRITE-ONE-DESK-LINE.
           MOVE QSC-DESK-NAME(QSC-D-IDX) TO QSC-DL-DESK
           MOVE QSC-D-QUOTED(QSC-D-IDX)  TO QSC-DL-QUOTED
           MOVE QSC-D-CHOSEN(QSC-D-IDX)  TO QSC-DL-CHOSEN
           IF QSC-NAME-DAYS > ZERO
               COMPUTE QSC-PCT-WORK ROUNDED =
                   QSC-D-QUOTED(QSC-D-IDX) * 100 / QSC-NAME-DAYS
           ELSE
               MOVE ZERO TO QSC-PCT-WORK
           END-IF
           MOVE QSC-PCT-WORK TO QSC-DL-COVERAGE
           IF QSC-D-QUOTED(QSC-D-IDX) > ZERO
               COMPUTE QSC-PCT-WORK ROUNDED =
                   QSC-D-CHOSEN(QSC-D-IDX) * 100
                   / QSC-D-QUOTED(QSC-D-IDX)
           ELSE
               MOVE ZERO TO QSC-PCT-WORK
           END-IF
           MOVE QSC-PCT-WORK TO QSC-DL-CHOSEN-PCT
           IF QSC-D-DEV-COUNT(QSC-D-IDX) > ZERO
               COMPUTE QSC-DEV-BPS ROUNDED =
                   QSC-D-DEV-SUM(QSC-D-IDX)
                   / QSC-D-DEV-COUNT(QSC-D-IDX)
           ELSE
               MOVE ZERO TO QSC-DEV-BPS
           END-IF
           MOVE QSC-DEV-BPS TO QSC-DL-AVG-DEV
           MOVE QSC-D-WORST(QSC-D-IDX)      TO QSC-DL-WORST-DEV
           MOVE QSC-D-BREACHES(QSC-D-IDX)   TO QSC-DL-BREACHES
           MOVE QSC-D-WORST-DATE(QSC-D-IDX) TO QSC-DL-WORST-DATE
           MOVE QSC-D-WORST-NAME(QSC-D-IDX) TO QSC-DL-WORST-NAME
           MOVE SPACES TO FX-QSC-RPT-REC
           MOVE QSC-DETAIL-LINE TO FX-QSC-RPT-REC
           WRITE FX-QSC-RPT-REC
           .

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO FX-QSC-RPT-REC
           MOVE QSC-SUMMARY-LINE TO FX-QSC-RPT-REC
           WRITE FX-QSC-RPT-REC
           .

      *----------------------------------------------------------
      * Appends one durable audit record for this run to the shared
      * FXAUDIT file, as the other batch steps do.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXQSCORE' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'FXQUOTHS DESK QUOTES SCORED'
               TO FX-AUDIT-INPUT-DESC
           MOVE QSC-WINDOW-COUNT TO FX-AUDIT-REC-COUNT
           MOVE 'SUCCESS' TO FX-AUDIT-STATUS
           WRITE FX-AUDIT-REC
           CLOSE FX-AUDIT-FILE
           .

       CLOSE-STOP.
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "NOW I'M STOPPING".
           STOP RUN.
