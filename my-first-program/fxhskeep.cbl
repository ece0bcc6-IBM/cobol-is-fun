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

      * Housekeeping for the four files the nightly batch only ever
      * appends to: the posting ledger FXPOSTLG, the shared FXAUDIT
      * trail, FXBLESS's rate history FXRATEHS and its desk quote
      * history FXQUOTHS. Each has its own retention in days on the
      * command line - ledger, audit, rate history, quote history,
      * say "400 90 400 400", which are also the defaults - and
      * every record dated before today less that many days is moved
      * to the file's archive (FXPLGARC, FXAUDARC, FXRHSARC,
      * FXQHSARC), each headed with the run date, file name and
      * cutoff and closed by a trailer carrying its record count.
      * The retained records are copied, in their original order, to
      * a rebuilt live file (FXPLGNEW, FXAUDNEW, FXRHSNEW, FXQHSNEW).
      *
      * Run it with the batch down. The original files are only ever
      * opened for input, so a run that fails partway leaves them
      * exactly as they were. Once everything is written, every new
      * file and archive is read back and counted; only when each
      * file ties out - read = archived + kept, and both outputs hold
      * what was written to them - does the run end with return
      * code zero and its audit record on the rebuilt FXAUDNEW, and
      * the next step may then replace the live files with the new
      * ones. If anything fails to tie, the run ends with return
      * code 12 and a FAILURE record on the original FXAUDIT, and
      * the new files are to be discarded.
      *
      * A ledger posting reversed inside the retention period stays
      * live with its reversal, and a record whose date is not a
      * date is never archived. Retention under 31 days is refused
      * for the default, so a mistyped parm cannot strip the history
      * FXCONV prices back-dated transactions from, the lookback
      * FXCMPMON screens, nor the month FXQSCORE scores the desks on.

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXHSKEEP.
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
           SELECT FX-PLG-NEW     ASSIGN TO FXPLGNEW
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FX-PLN-KEY.
           SELECT FX-PLG-ARC     ASSIGN TO FXPLGARC.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-AUD-NEW     ASSIGN TO FXAUDNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-AUD-ARC     ASSIGN TO FXAUDARC.
           SELECT FX-RATE-HIST   ASSIGN TO FXRATEHS.
           SELECT FX-RHS-NEW     ASSIGN TO FXRHSNEW.
           SELECT FX-RHS-ARC     ASSIGN TO FXRHSARC.
           SELECT FX-QUOTE-HIST  ASSIGN TO FXQUOTHS.
           SELECT FX-QHS-NEW     ASSIGN TO FXQHSNEW.
           SELECT FX-QHS-ARC     ASSIGN TO FXQHSARC.
           SELECT FX-HSK-RPT     ASSIGN TO FXHSKRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * cumulative posting ledger - see copybooks/FXPOSTLG.cpy
       FD  FX-POST-LEDGER.
           COPY FXPOSTLG.
      *
      * the rebuilt ledger, same layout and key, loaded in key order
       FD  FX-PLG-NEW.
       01  FX-PLN-REC.
           05  FX-PLN-KEY          PIC X(25).
           05  FILLER              PIC X(55).
      *
       FD  FX-PLG-ARC RECORDING MODE F.
       01  FX-PLA-REC              PIC X(80).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
       FD  FX-AUD-NEW.
       01  FX-AUN-REC              PIC X(100).
      *
       FD  FX-AUD-ARC RECORDING MODE F.
       01  FX-AUA-REC              PIC X(100).
      *
      * FXBLESS's rate history - same layout as fx-hist-rec over
      * there, one record per name per business date
       FD  FX-RATE-HIST RECORDING MODE F.
       01  FX-HIST-REC.
           05  FX-HIST-NAME    PIC X(50).
           05  FX-HIST-DATE    PIC X(8).
           05  FX-HIST-PRICE   PIC $$,$$$,$$9.999999.
           05  FILLER          PIC X(5).
      *
       FD  FX-RHS-NEW RECORDING MODE F.
       01  FX-RHN-REC              PIC X(80).
      *
       FD  FX-RHS-ARC RECORDING MODE F.
       01  FX-RHA-REC              PIC X(80).
      *
      * FXBLESS's desk quote history - same layout as fx-qhist-rec
      * over there, one record per name per business date
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
       FD  FX-QHS-NEW RECORDING MODE F.
       01  FX-QHN-REC              PIC X(100).
      *
       FD  FX-QHS-ARC RECORDING MODE F.
       01  FX-QHA-REC              PIC X(100).
      *
       FD  FX-HSK-RPT RECORDING MODE F.
       01  FX-HSK-RPT-REC          PIC X(132).
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * one entry per file housekept, in the order swept - the
      * retention and cutoff, the counts of the sweep itself and the
      * counts found reading the outputs back
       01  HKP-FILE-TABLE.
           05  HKP-F-ENTRY OCCURS 4 TIMES
                   INDEXED BY HKP-F-IDX.
               10  HKP-F-NAME      PIC X(8).
               10  HKP-F-DAYS      PIC 9(4).
               10  HKP-F-CUTOFF    PIC X(8).
               10  HKP-F-READ      PIC 9(9) COMP.
               10  HKP-F-ARCHIVED  PIC 9(9) COMP.
               10  HKP-F-KEPT      PIC 9(9) COMP.
               10  HKP-F-NEW-BACK  PIC 9(9) COMP.
               10  HKP-F-ARC-BACK  PIC 9(9) COMP.
               10  HKP-F-ARC-TRLR  PIC 9(9) COMP.
               10  HKP-F-HDR-SW    PIC X.
                   88  HKP-F-HDR-SEEN  VALUE 'Y'.
               10  HKP-F-TIE-SW    PIC X.
                   88  HKP-F-TIES      VALUE 'Y'.
       01  HKP-PLG                PIC 9 VALUE 1.
       01  HKP-AUD                PIC 9 VALUE 2.
       01  HKP-RHS                PIC 9 VALUE 3.
       01  HKP-QHS                PIC 9 VALUE 4.
       01  HKP-SUB                PIC 9 VALUE ZERO.
      *
      * retention parms in days - ledger, audit, rate history,
      * quote history
       01  HKP-PARM               PIC X(30) VALUE SPACES.
       01  HKP-DAYS-PARM-1        PIC X(8) VALUE SPACES.
       01  HKP-DAYS-PARM-2        PIC X(8) VALUE SPACES.
       01  HKP-DAYS-PARM-3        PIC X(8) VALUE SPACES.
       01  HKP-DAYS-PARM-4        PIC X(8) VALUE SPACES.
       01  HKP-DAYS-PARM          PIC X(8).
       01  HKP-DAYS-WORK          PIC 9(4).
       01  HKP-MIN-DAYS           PIC 9(4) VALUE 31.
      *
       01  HKP-PROCESS-DATE       PIC X(8).
       01  HKP-DATE-N             PIC 9(8).
       01  HKP-TODAY-INT          PIC S9(9) COMP.
       01  HKP-DATE-INT-WORK      PIC S9(9) COMP.
      *
       01  HKP-SWITCHES.
           05  HKP-IN-EOF         PIC X VALUE 'N'.
               88  HKP-IN-AT-EOF      VALUE 'Y'.
           05  HKP-ALL-TIE-SW     PIC X VALUE 'Y'.
               88  HKP-ALL-TIE        VALUE 'Y'.
      *
       01  HKP-TOTAL-ARCHIVED     PIC 9(9) COMP VALUE ZERO.
      *
      * archive header and trailer, tagged as FXSORT tags FXSORTED
       01  HKP-TRAILER-TAG-CHECK  PIC X(10) VALUE '*TRAILER*'.
       01  HKP-HEADER-TAG-CHECK   PIC X(10) VALUE '*HEADER*'.
       01  HKP-ARC-HEADER.
           05  FILLER             PIC X(10) VALUE '*HEADER*'.
           05  HKP-AH-RUN-DATE    PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  HKP-AH-FILE        PIC X(8).
           05  FILLER             PIC X(8) VALUE ' BEFORE '.
           05  HKP-AH-CUTOFF      PIC X(8).
       01  HKP-ARC-TRAILER.
           05  FILLER             PIC X(10) VALUE '*TRAILER*'.
           05  HKP-AT-COUNT       PIC 9(9).
       01  HKP-ARC-TRAILER-IN REDEFINES HKP-ARC-TRAILER.
           05  HKP-AT-TAG-IN      PIC X(10).
           05  HKP-AT-COUNT-IN    PIC 9(9).
       01  HKP-ARC-WORK           PIC X(100).
      *
      * this run's own audit record, laid out as FXAUDIT - built
      * here because a clean run writes it to the rebuilt trail
       01  HKP-AUDIT-REC.
           05  HKP-AUD-JOB-NAME   PIC X(8).
           05  HKP-AUD-RUN-DATE   PIC X(8).
           05  HKP-AUD-RUN-TIME   PIC X(6).
           05  HKP-AUD-INPUT-DESC PIC X(40).
           05  HKP-AUD-REC-COUNT  PIC 9(9).
           05  HKP-AUD-STATUS     PIC X(8).
           05  FILLER             PIC X(21).
      *
       01  HKP-HEADING-LINE.
           05  FILLER             PIC X(36) VALUE
               'FX FILE HOUSEKEEPING - RETENTION'.
           05  FILLER             PIC X(10) VALUE 'RUN DATE: '.
           05  HKP-HD-DATE        PIC X(8).
      *
       01  HKP-COL-HEADS.
           05  FILLER             PIC X(10) VALUE 'FILE'.
           05  FILLER             PIC X(6)  VALUE 'DAYS'.
           05  FILLER             PIC X(10) VALUE 'BEFORE'.
           05  FILLER             PIC X(13) VALUE '         READ'.
           05  FILLER             PIC X(13) VALUE '     ARCHIVED'.
           05  FILLER             PIC X(13) VALUE '         KEPT'.
           05  FILLER             PIC X(13) VALUE '  NEW READBCK'.
           05  FILLER             PIC X(13) VALUE '  ARC READBCK'.
           05  FILLER             PIC X(14) VALUE '   RESULT'.
      *
       01  HKP-DETAIL-LINE.
           05  HKP-DL-NAME        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  HKP-DL-DAYS        PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  HKP-DL-CUTOFF      PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  HKP-DL-READ        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  HKP-DL-ARCHIVED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  HKP-DL-KEPT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  HKP-DL-NEW-BACK    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  HKP-DL-ARC-BACK    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  HKP-DL-RESULT      PIC X(12).
      *
       01  HKP-SIGNOFF-LINE-1.
           05  FILLER              PIC X(50) VALUE
               'PREPARED BY:  ______________________  DATE: ______'.
       01  HKP-SIGNOFF-LINE-2.
           05  FILLER              PIC X(50) VALUE
               'APPROVED BY:  ______________________  DATE: ______'.
      *
       01  FX-CURRENT-TIMESTAMP    PIC X(21).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO HKP-PROCESS-DATE
           COMPUTE HKP-DATE-N = FUNCTION NUMVAL(HKP-PROCESS-DATE)
           COMPUTE HKP-TODAY-INT = FUNCTION INTEGER-OF-DATE(HKP-DATE-N)

           MOVE 'FXPOSTLG' TO HKP-F-NAME(HKP-PLG)
           MOVE 'FXAUDIT'  TO HKP-F-NAME(HKP-AUD)
           MOVE 'FXRATEHS' TO HKP-F-NAME(HKP-RHS)
           MOVE 'FXQUOTHS' TO HKP-F-NAME(HKP-QHS)
           MOVE 400 TO HKP-F-DAYS(HKP-PLG)
           MOVE 90  TO HKP-F-DAYS(HKP-AUD)
           MOVE 400 TO HKP-F-DAYS(HKP-RHS)
           MOVE 400 TO HKP-F-DAYS(HKP-QHS)
           PERFORM LOAD-RETENTION-PARMS
           PERFORM SET-ONE-CUTOFF
               VARYING HKP-F-IDX FROM 1 BY 1 UNTIL HKP-F-IDX > 4

           DISPLAY "ARCHIVING FXPOSTLG BEFORE " HKP-F-CUTOFF(HKP-PLG)
           PERFORM SWEEP-POSTING-LEDGER
           DISPLAY "ARCHIVING FXAUDIT BEFORE " HKP-F-CUTOFF(HKP-AUD)
           PERFORM SWEEP-AUDIT-TRAIL
           DISPLAY "ARCHIVING FXRATEHS BEFORE " HKP-F-CUTOFF(HKP-RHS)
           PERFORM SWEEP-RATE-HISTORY
           DISPLAY "ARCHIVING FXQUOTHS BEFORE " HKP-F-CUTOFF(HKP-QHS)
           PERFORM SWEEP-QUOTE-HISTORY

           DISPLAY "READING BACK NEW AND ARCHIVE FILES"
           PERFORM VERIFY-POSTING-LEDGER
           PERFORM VERIFY-AUDIT-TRAIL
           PERFORM VERIFY-RATE-HISTORY
           PERFORM VERIFY-QUOTE-HISTORY
           PERFORM CHECK-ONE-TIE-OUT
               VARYING HKP-F-IDX FROM 1 BY 1 UNTIL HKP-F-IDX > 4

           PERFORM WRITE-HOUSEKEEPING-REPORT

           IF HKP-ALL-TIE
               DISPLAY "ALL FILES TIE OUT - NEW FILES READY TO REPLACE"
           ELSE
               DISPLAY "COUNTS DO NOT TIE - LIVE FILES NOT TO BE "
                   "REPLACED (RC=12)"
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-STOP
           .

      *----------------------------------------------------------
      * Takes the retention for each file off the command line,
      * ledger first, then audit, rate history and quote history;
      * a missing, non-numeric or too-short value keeps that file's
      * default.
      *----------------------------------------------------------
       LOAD-RETENTION-PARMS.
           ACCEPT HKP-PARM FROM COMMAND-LINE
           UNSTRING HKP-PARM DELIMITED BY ALL SPACE
               INTO HKP-DAYS-PARM-1 HKP-DAYS-PARM-2 HKP-DAYS-PARM-3
                    HKP-DAYS-PARM-4
           END-UNSTRING
           MOVE HKP-DAYS-PARM-1 TO HKP-DAYS-PARM
           MOVE HKP-PLG TO HKP-SUB
           PERFORM TAKE-ONE-RETENTION
           MOVE HKP-DAYS-PARM-2 TO HKP-DAYS-PARM
           MOVE HKP-AUD TO HKP-SUB
           PERFORM TAKE-ONE-RETENTION
           MOVE HKP-DAYS-PARM-3 TO HKP-DAYS-PARM
           MOVE HKP-RHS TO HKP-SUB
           PERFORM TAKE-ONE-RETENTION
           MOVE HKP-DAYS-PARM-4 TO HKP-DAYS-PARM
           MOVE HKP-QHS TO HKP-SUB
           PERFORM TAKE-ONE-RETENTION
           .

       TAKE-ONE-RETENTION.
           IF HKP-DAYS-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(HKP-DAYS-PARM) = 0
                   COMPUTE HKP-DAYS-WORK =
                       FUNCTION NUMVAL(HKP-DAYS-PARM)
                   IF HKP-DAYS-WORK < HKP-MIN-DAYS
                       DISPLAY HKP-F-NAME(HKP-SUB)
                           " RETENTION UNDER 31 DAYS - USING "
                           HKP-F-DAYS(HKP-SUB)
                   ELSE
                       MOVE HKP-DAYS-WORK TO HKP-F-DAYS(HKP-SUB)
                   END-IF
               ELSE
                   DISPLAY HKP-F-NAME(HKP-SUB)
                       " RETENTION NOT NUMERIC - USING "
                       HKP-F-DAYS(HKP-SUB)
               END-IF
           END-IF
           DISPLAY HKP-F-NAME(HKP-SUB) " RETENTION: "
               HKP-F-DAYS(HKP-SUB) " DAYS"
           .

       SET-ONE-CUTOFF.
           COMPUTE HKP-DATE-INT-WORK =
               HKP-TODAY-INT - HKP-F-DAYS(HKP-F-IDX)
           COMPUTE HKP-DATE-N =
               FUNCTION DATE-OF-INTEGER(HKP-DATE-INT-WORK)
           MOVE HKP-DATE-N TO HKP-F-CUTOFF(HKP-F-IDX)
           MOVE ZERO TO HKP-F-READ(HKP-F-IDX)
           MOVE ZERO TO HKP-F-ARCHIVED(HKP-F-IDX)
           MOVE ZERO TO HKP-F-KEPT(HKP-F-IDX)
           MOVE ZERO TO HKP-F-NEW-BACK(HKP-F-IDX)
           MOVE ZERO TO HKP-F-ARC-BACK(HKP-F-IDX)
           MOVE ZERO TO HKP-F-ARC-TRLR(HKP-F-IDX)
           MOVE 'N' TO HKP-F-HDR-SW(HKP-F-IDX)
           MOVE 'N' TO HKP-F-TIE-SW(HKP-F-IDX)
           .

      * header and trailer images for the archive of file HKP-SUB
       BUILD-ARC-HEADER.
           MOVE HKP-PROCESS-DATE     TO HKP-AH-RUN-DATE
           MOVE HKP-F-NAME(HKP-SUB)   TO HKP-AH-FILE
           MOVE HKP-F-CUTOFF(HKP-SUB) TO HKP-AH-CUTOFF
           MOVE SPACES TO HKP-ARC-WORK
           MOVE HKP-ARC-HEADER TO HKP-ARC-WORK
           .

       BUILD-ARC-TRAILER.
           MOVE HKP-F-ARCHIVED(HKP-SUB) TO HKP-AT-COUNT
           MOVE SPACES TO HKP-ARC-WORK
           MOVE HKP-ARC-TRAILER TO HKP-ARC-WORK
           .

      *----------------------------------------------------------
      * The ledger in key order. A posting dated before the cutoff
      * is archived unless it was reversed on or after the cutoff -
      * that reversal is still inside the period and FXSTMT and
      * FXGLJRNL may yet want it.
      *----------------------------------------------------------
       SWEEP-POSTING-LEDGER.
           OPEN INPUT  FX-POST-LEDGER
           OPEN OUTPUT FX-PLG-NEW
           OPEN OUTPUT FX-PLG-ARC
           MOVE HKP-PLG TO HKP-SUB
           PERFORM BUILD-ARC-HEADER
           MOVE HKP-ARC-WORK TO FX-PLA-REC
           WRITE FX-PLA-REC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-POST-LEDGER NEXT RECORD
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM SWEEP-ONE-LEDGER-REC UNTIL HKP-IN-AT-EOF
           PERFORM BUILD-ARC-TRAILER
           MOVE HKP-ARC-WORK TO FX-PLA-REC
           WRITE FX-PLA-REC
           CLOSE FX-POST-LEDGER
           CLOSE FX-PLG-NEW
           CLOSE FX-PLG-ARC
           .

       SWEEP-ONE-LEDGER-REC.
           ADD 1 TO HKP-F-READ(HKP-PLG)
           IF FX-PLG-DATE IS NUMERIC
              AND FX-PLG-DATE < HKP-F-CUTOFF(HKP-PLG)
              AND (NOT FX-PLG-REVERSED
                   OR FX-PLG-REV-DATE < HKP-F-CUTOFF(HKP-PLG))
               MOVE FX-PLG-REC TO FX-PLA-REC
               WRITE FX-PLA-REC
               ADD 1 TO HKP-F-ARCHIVED(HKP-PLG)
           ELSE
               MOVE FX-PLG-REC TO FX-PLN-REC
               WRITE FX-PLN-REC
                   INVALID KEY
                       DISPLAY "FXPLGNEW OUT OF SEQUENCE: " FX-PLN-KEY
                       MOVE 'N' TO HKP-ALL-TIE-SW
                   NOT INVALID KEY
                       ADD 1 TO HKP-F-KEPT(HKP-PLG)
               END-WRITE
           END-IF
           READ FX-POST-LEDGER NEXT RECORD
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       SWEEP-AUDIT-TRAIL.
           OPEN INPUT  FX-AUDIT-FILE
           OPEN OUTPUT FX-AUD-NEW
           OPEN OUTPUT FX-AUD-ARC
           MOVE HKP-AUD TO HKP-SUB
           PERFORM BUILD-ARC-HEADER
           MOVE HKP-ARC-WORK TO FX-AUA-REC
           WRITE FX-AUA-REC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-AUDIT-FILE
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM SWEEP-ONE-AUDIT-REC UNTIL HKP-IN-AT-EOF
           PERFORM BUILD-ARC-TRAILER
           MOVE HKP-ARC-WORK TO FX-AUA-REC
           WRITE FX-AUA-REC
           CLOSE FX-AUDIT-FILE
           CLOSE FX-AUD-NEW
           CLOSE FX-AUD-ARC
           .

       SWEEP-ONE-AUDIT-REC.
           ADD 1 TO HKP-F-READ(HKP-AUD)
           IF FX-AUDIT-RUN-DATE IS NUMERIC
              AND FX-AUDIT-RUN-DATE < HKP-F-CUTOFF(HKP-AUD)
               MOVE FX-AUDIT-REC TO FX-AUA-REC
               WRITE FX-AUA-REC
               ADD 1 TO HKP-F-ARCHIVED(HKP-AUD)
           ELSE
               MOVE FX-AUDIT-REC TO FX-AUN-REC
               WRITE FX-AUN-REC
               ADD 1 TO HKP-F-KEPT(HKP-AUD)
           END-IF
           READ FX-AUDIT-FILE
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       SWEEP-RATE-HISTORY.
           OPEN INPUT  FX-RATE-HIST
           OPEN OUTPUT FX-RHS-NEW
           OPEN OUTPUT FX-RHS-ARC
           MOVE HKP-RHS TO HKP-SUB
           PERFORM BUILD-ARC-HEADER
           MOVE HKP-ARC-WORK TO FX-RHA-REC
           WRITE FX-RHA-REC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-RATE-HIST
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM SWEEP-ONE-HIST-REC UNTIL HKP-IN-AT-EOF
           PERFORM BUILD-ARC-TRAILER
           MOVE HKP-ARC-WORK TO FX-RHA-REC
           WRITE FX-RHA-REC
           CLOSE FX-RATE-HIST
           CLOSE FX-RHS-NEW
           CLOSE FX-RHS-ARC
           .

       SWEEP-ONE-HIST-REC.
           ADD 1 TO HKP-F-READ(HKP-RHS)
           IF FX-HIST-DATE IS NUMERIC
              AND FX-HIST-DATE < HKP-F-CUTOFF(HKP-RHS)
               MOVE FX-HIST-REC TO FX-RHA-REC
               WRITE FX-RHA-REC
               ADD 1 TO HKP-F-ARCHIVED(HKP-RHS)
           ELSE
               MOVE FX-HIST-REC TO FX-RHN-REC
               WRITE FX-RHN-REC
               ADD 1 TO HKP-F-KEPT(HKP-RHS)
           END-IF
           READ FX-RATE-HIST
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       SWEEP-QUOTE-HISTORY.
           OPEN INPUT  FX-QUOTE-HIST
           OPEN OUTPUT FX-QHS-NEW
           OPEN OUTPUT FX-QHS-ARC
           MOVE HKP-QHS TO HKP-SUB
           PERFORM BUILD-ARC-HEADER
           MOVE HKP-ARC-WORK TO FX-QHA-REC
           WRITE FX-QHA-REC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-QUOTE-HIST
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM SWEEP-ONE-QUOTE-REC UNTIL HKP-IN-AT-EOF
           PERFORM BUILD-ARC-TRAILER
           MOVE HKP-ARC-WORK TO FX-QHA-REC
           WRITE FX-QHA-REC
           CLOSE FX-QUOTE-HIST
           CLOSE FX-QHS-NEW
           CLOSE FX-QHS-ARC
           .

       SWEEP-ONE-QUOTE-REC.
           ADD 1 TO HKP-F-READ(HKP-QHS)
           IF FX-QHIST-DATE IS NUMERIC
              AND FX-QHIST-DATE < HKP-F-CUTOFF(HKP-QHS)
               MOVE FX-QHIST-REC TO FX-QHA-REC
               WRITE FX-QHA-REC
               ADD 1 TO HKP-F-ARCHIVED(HKP-QHS)
           ELSE
               MOVE FX-QHIST-REC TO FX-QHN-REC
               WRITE FX-QHN-REC
               ADD 1 TO HKP-F-KEPT(HKP-QHS)
           END-IF
           READ FX-QUOTE-HIST
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------
      * Every new live file and archive read back from the start
      * and counted, so the tie-out is against what is actually on
      * disk rather than what the sweep believes it wrote.
      *----------------------------------------------------------
       VERIFY-POSTING-LEDGER.
           MOVE HKP-PLG TO HKP-SUB
           OPEN INPUT FX-PLG-NEW
           MOVE 'N' TO HKP-IN-EOF
           READ FX-PLG-NEW NEXT RECORD
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-NEW-PLG UNTIL HKP-IN-AT-EOF
           CLOSE FX-PLG-NEW
           OPEN INPUT FX-PLG-ARC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-PLG-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-ARC-PLG UNTIL HKP-IN-AT-EOF
           CLOSE FX-PLG-ARC
           .

       COUNT-ONE-NEW-PLG.
           ADD 1 TO HKP-F-NEW-BACK(HKP-PLG)
           READ FX-PLG-NEW NEXT RECORD
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       COUNT-ONE-ARC-PLG.
           MOVE FX-PLA-REC TO HKP-ARC-WORK
           PERFORM COUNT-ONE-ARC-REC
           READ FX-PLG-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       VERIFY-AUDIT-TRAIL.
           MOVE HKP-AUD TO HKP-SUB
           OPEN INPUT FX-AUD-NEW
           MOVE 'N' TO HKP-IN-EOF
           READ FX-AUD-NEW
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-NEW-AUD UNTIL HKP-IN-AT-EOF
           CLOSE FX-AUD-NEW
           OPEN INPUT FX-AUD-ARC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-AUD-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-ARC-AUD UNTIL HKP-IN-AT-EOF
           CLOSE FX-AUD-ARC
           .

       COUNT-ONE-NEW-AUD.
           ADD 1 TO HKP-F-NEW-BACK(HKP-AUD)
           READ FX-AUD-NEW
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       COUNT-ONE-ARC-AUD.
           MOVE FX-AUA-REC TO HKP-ARC-WORK
           PERFORM COUNT-ONE-ARC-REC
           READ FX-AUD-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       VERIFY-RATE-HISTORY.
           MOVE HKP-RHS TO HKP-SUB
           OPEN INPUT FX-RHS-NEW
           MOVE 'N' TO HKP-IN-EOF
           READ FX-RHS-NEW
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-NEW-RHS UNTIL HKP-IN-AT-EOF
           CLOSE FX-RHS-NEW
           OPEN INPUT FX-RHS-ARC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-RHS-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-ARC-RHS UNTIL HKP-IN-AT-EOF
           CLOSE FX-RHS-ARC
           .

       COUNT-ONE-NEW-RHS.
           ADD 1 TO HKP-F-NEW-BACK(HKP-RHS)
           READ FX-RHS-NEW
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       COUNT-ONE-ARC-RHS.
           MOVE FX-RHA-REC TO HKP-ARC-WORK
           PERFORM COUNT-ONE-ARC-REC
           READ FX-RHS-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       VERIFY-QUOTE-HISTORY.
           MOVE HKP-QHS TO HKP-SUB
           OPEN INPUT FX-QHS-NEW
           MOVE 'N' TO HKP-IN-EOF
           READ FX-QHS-NEW
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-NEW-QHS UNTIL HKP-IN-AT-EOF
           CLOSE FX-QHS-NEW
           OPEN INPUT FX-QHS-ARC
           MOVE 'N' TO HKP-IN-EOF
           READ FX-QHS-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-ARC-QHS UNTIL HKP-IN-AT-EOF
           CLOSE FX-QHS-ARC
           .

       COUNT-ONE-NEW-QHS.
           ADD 1 TO HKP-F-NEW-BACK(HKP-QHS)
           READ FX-QHS-NEW
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

       COUNT-ONE-ARC-QHS.
           MOVE FX-QHA-REC TO HKP-ARC-WORK
           PERFORM COUNT-ONE-ARC-REC
           READ FX-QHS-ARC
               AT END SET HKP-IN-AT-EOF TO TRUE
           END-READ
           .

      * one archive record of file HKP-SUB, header and trailer
      * told apart from the data by their tags
       COUNT-ONE-ARC-REC.
           IF HKP-ARC-WORK(1:10) = HKP-HEADER-TAG-CHECK
               SET HKP-F-HDR-SEEN(HKP-SUB) TO TRUE
           ELSE
               IF HKP-ARC-WORK(1:10) = HKP-TRAILER-TAG-CHECK
                   MOVE HKP-ARC-WORK(1:19) TO HKP-ARC-TRAILER-IN
                   IF HKP-AT-COUNT-IN IS NUMERIC
                       MOVE HKP-AT-COUNT-IN
                           TO HKP-F-ARC-TRLR(HKP-SUB)
                   END-IF
               ELSE
                   ADD 1 TO HKP-F-ARC-BACK(HKP-SUB)
               END-IF
           END-IF
           .

       CHECK-ONE-TIE-OUT.
           IF HKP-F-READ(HKP-F-IDX) =
                 HKP-F-ARCHIVED(HKP-F-IDX) + HKP-F-KEPT(HKP-F-IDX)
              AND HKP-F-NEW-BACK(HKP-F-IDX) = HKP-F-KEPT(HKP-F-IDX)
              AND HKP-F-ARC-BACK(HKP-F-IDX) =
                  HKP-F-ARCHIVED(HKP-F-IDX)
              AND HKP-F-ARC-TRLR(HKP-F-IDX) =
                  HKP-F-ARCHIVED(HKP-F-IDX)
              AND HKP-F-HDR-SEEN(HKP-F-IDX)
               SET HKP-F-TIES(HKP-F-IDX) TO TRUE
           ELSE
               MOVE 'N' TO HKP-ALL-TIE-SW
           END-IF
           ADD HKP-F-ARCHIVED(HKP-F-IDX) TO HKP-TOTAL-ARCHIVED
           .

       WRITE-HOUSEKEEPING-REPORT.
           OPEN OUTPUT FX-HSK-RPT
           MOVE HKP-PROCESS-DATE TO HKP-HD-DATE
           MOVE SPACES TO FX-HSK-RPT-REC
           MOVE HKP-HEADING-LINE TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           MOVE SPACES TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           MOVE SPACES TO FX-HSK-RPT-REC
           MOVE HKP-COL-HEADS TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           PERFORM WRITE-ONE-FILE-LINE
               VARYING HKP-F-IDX FROM 1 BY 1 UNTIL HKP-F-IDX > 4
           MOVE SPACES TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           IF HKP-ALL-TIE
               MOVE 'ALL FILES TIE OUT - NEW FILES READY TO REPLACE'
                   TO FX-HSK-RPT-REC
           ELSE
               MOVE 'COUNTS DO NOT TIE - LIVE FILES NOT TO BE REPLACED'
                   TO FX-HSK-RPT-REC
           END-IF
           WRITE FX-HSK-RPT-REC
           MOVE SPACES TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           MOVE SPACES TO FX-HSK-RPT-REC
           MOVE HKP-SIGNOFF-LINE-1 TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           MOVE SPACES TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           MOVE SPACES TO FX-HSK-RPT-REC
           MOVE HKP-SIGNOFF-LINE-2 TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           CLOSE FX-HSK-RPT
           .

       WRITE-ONE-FILE-LINE.
           MOVE HKP-F-NAME(HKP-F-IDX)     TO HKP-DL-NAME
           MOVE HKP-F-DAYS(HKP-F-IDX)     TO HKP-DL-DAYS
           MOVE HKP-F-CUTOFF(HKP-F-IDX)   TO HKP-DL-CUTOFF
           MOVE HKP-F-READ(HKP-F-IDX)     TO HKP-DL-READ
           MOVE HKP-F-ARCHIVED(HKP-F-IDX) TO HKP-DL-ARCHIVED
           MOVE HKP-F-KEPT(HKP-F-IDX)     TO HKP-DL-KEPT
           MOVE HKP-F-NEW-BACK(HKP-F-IDX) TO HKP-DL-NEW-BACK
           MOVE HKP-F-ARC-BACK(HKP-F-IDX) TO HKP-DL-ARC-BACK
           IF HKP-F-TIES(HKP-F-IDX)
               MOVE 'TIES OUT' TO HKP-DL-RESULT
           ELSE
               MOVE 'DOES NOT TIE' TO HKP-DL-RESULT
           END-IF
           MOVE SPACES TO FX-HSK-RPT-REC
           MOVE HKP-DETAIL-LINE TO FX-HSK-RPT-REC
           WRITE FX-HSK-RPT-REC
           .

      *----------------------------------------------------------
      * The run's own audit record, carrying the number of records
      * archived across the four files. A clean run appends it to
      * the rebuilt trail, which is the one that will go live; a
      * run that did not tie appends FAILURE to the original trail,
      * which stays live.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE SPACES TO HKP-AUDIT-REC
           MOVE 'FXHSKEEP' TO HKP-AUD-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO HKP-AUD-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO HKP-AUD-RUN-TIME
           MOVE 'FXPOSTLG/FXAUDIT/FXRATEHS/FXQUOTHS ARC'
               TO HKP-AUD-INPUT-DESC
           MOVE HKP-TOTAL-ARCHIVED TO HKP-AUD-REC-COUNT
           IF HKP-ALL-TIE
               MOVE 'SUCCESS' TO HKP-AUD-STATUS
               OPEN EXTEND FX-AUD-NEW
               MOVE HKP-AUDIT-REC TO FX-AUN-REC
               WRITE FX-AUN-REC
               CLOSE FX-AUD-NEW
           ELSE
               MOVE 'FAILURE' TO HKP-AUD-STATUS
               OPEN EXTEND FX-AUDIT-FILE
               MOVE HKP-AUDIT-REC TO FX-AUDIT-REC
               WRITE FX-AUDIT-REC
               CLOSE FX-AUDIT-FILE
           END-IF
           .

       CLOSE-STOP.
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "NOW I'M STOPPING".
           STOP RUN.
