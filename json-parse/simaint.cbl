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

      * Batch maintenance of the indexed standing-instruction file
      * FXSTDINS (copybooks/FXSTDINS.cpy), in the manner of CLTMAINT.
      * Reads ADD / CHANGE / DELETE / SUSPEND / RESUME records from
      * SIMTXN, applies the same Luhn check over the 12-digit account
      * number that CLTMAINT and json_parse enforce, requires the
      * account to be on CLTMST and not closed, validates the
      * instruction itself - a positive amount, two different
      * currencies, a known frequency with days that fit it, a real
      * start date and an end date no earlier - and prints an
      * applied/rejected report to SIMRPT. On a CHANGE, only the
      * non-blank fields of the maintenance record replace what is
      * on file, and the result is validated as a whole before it is
      * rewritten. SUSPEND and RESUME read only the action, account
      * and instruction number.

       Identification division.
         Program-id. simaint.
       Environment division.
        Input-output section.
         File-control.
          Select si-maint-file assign to "SIMTXN"
           organization is line sequential.
          Select standing-instr-file assign to "FXSTDINS"
           organization is indexed
           access is random
           record key is fx-si-key.
          Select client-master-file assign to "CLTMST"
           organization is indexed
           access is random
           record key is clt-mst-account.
          Select si-report-file assign to "SIMRPT"
           organization is line sequential.
          Select fx-audit-file assign to "FXAUDIT"
           organization is line sequential.
       Data division.
        File section.
      * one maintenance transaction per record - the action code and
      * key followed by a full instruction image; on CHANGE, fields
      * left blank keep their values on file. The amount is keyed
      * as plain or edited digits in the from-currency; the days
      * are two digits each, as the frequency wants them.
         Fd  si-maint-file.
          1 si-maint-rec.
           3 sim-action      pic x(8).
           3 sim-account     pic 9(12).
           3 sim-number      pic x(4).
           3 sim-amount      pic x(13).
           3 sim-from-ccy    pic x(3).
           3 sim-to-ccy      pic x(3).
           3 sim-frequency   pic x(1).
           3 sim-days.
            5 sim-day        pic x(2) occurs 6 times.
           3 sim-start-date  pic x(8).
           3 sim-end-date    pic x(8).
      * indexed standing instructions - see copybooks/FXSTDINS.cpy
         Fd  standing-instr-file.
           Copy FXSTDINS.
      * indexed client master - see copybooks/CLTMST.cpy
         Fd  client-master-file.
           Copy CLTMST.
         Fd  si-report-file.
          1 si-report-rec pic x(100).
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
         Fd  fx-audit-file.
           Copy FXAUDIT.
        Working-storage section.
         77 si-maint-eof pic x value 'N'.
          88 si-maint-at-eof value 'Y'.
         77 applied-count pic 9(7) usage display value zero.
         77 rejected-count pic 9(7) usage display value zero.
         77 maint-valid pic x value 'Y'.
          88 maint-is-valid value 'Y'.
          88 maint-is-rejected value 'N'.
         77 maint-reason pic x(30) value spaces.
         77 acct-luhn-sum pic 9(4) usage display value zero.
         77 acct-digit-val pic 9(2) usage display value zero.
         77 acct-position pic 9(2) usage display value zero.
         77 day-sub pic 9(2) usage display value zero.
         77 day-used-count pic 9(2) usage display value zero.
         77 si-number-n pic 9(4) value zero.
         77 maint-run-date pic x(8).
         77 fx-audit-timestamp pic x(21).
         1 account-num-n pic 9(12).
         1 account-num-digits redefines account-num-n.
          3 account-digit pic 9 occurs 12 indexed by acct-idx.
         1 si-report-line.
          3 srl-action  pic x(8).
          3 filler      pic x(2) value spaces.
          3 srl-account pic 9(12).
          3 filler      pic x(1) value '/'.
          3 srl-number  pic x(4).
          3 filler      pic x(2) value spaces.
          3 srl-status  pic x(8).
          3 filler      pic x(2) value spaces.
          3 srl-reason  pic x(30).
         1 si-summary-line.
          3 ssl-text    pic x(22).
          3 ssl-count   pic zzz,zz9.
       Procedure division.
           Move function current-date to fx-audit-timestamp.
           Move fx-audit-timestamp(1:8) to maint-run-date.
           Open input si-maint-file.
           Open i-o standing-instr-file.
           Open input client-master-file.
           Open output si-report-file.

           Move 'STANDING INSTRUCTION MAINTENANCE REPORT'
             to si-report-rec.
           Write si-report-rec.
           Move spaces to si-report-rec.
           Write si-report-rec.

           Read si-maint-file
             at end
               set si-maint-at-eof to true
           end-read.
           Perform apply-one-maintenance
             until si-maint-at-eof.

           Perform write-maint-summary.

           Close si-maint-file.
           Close standing-instr-file.
           Close client-master-file.
           Close si-report-file.

           Display "Maintenance applied:  " applied-count.
           Display "Maintenance rejected: " rejected-count.

           Perform write-run-audit.

           Goback.

      * Validates and applies a single maintenance transaction. The
      * Luhn check and the instruction number come first so a
      * mis-keyed key can never reach the file whatever the action;
      * the action then decides insert, update-in-place or delete,
      * with the INVALID KEY branches turning duplicate adds and
      * missing targets into report rejections instead of abends.
       apply-one-maintenance.
           Move 'Y' to maint-valid.
           Move spaces to maint-reason.

           Move sim-account to account-num-n.
           Perform validate-account-num.
           If maint-is-rejected
             Move 'LUHN CHECK FAILED' to maint-reason
           Else
             If sim-number is not numeric or sim-number = '0000'
               Move 'N' to maint-valid
               Move 'BAD INSTRUCTION NUMBER' to maint-reason
             Else
               Move sim-number to si-number-n
               Evaluate sim-action
                 When 'ADD'
                   Perform apply-maint-add
                 When 'CHANGE'
                   Perform apply-maint-change
                 When 'DELETE'
                   Perform apply-maint-delete
                 When 'SUSPEND'
                   Perform apply-maint-suspend
                 When 'RESUME'
                   Perform apply-maint-resume
                 When other
                   Move 'N' to maint-valid
                   Move 'UNKNOWN ACTION CODE' to maint-reason
               End-evaluate
             End-if
           End-if.

           Perform write-maint-report-line.

           Read si-maint-file
             at end
               set si-maint-at-eof to true
           end-read.

       apply-maint-add.
           Perform check-client-account.
           If maint-is-valid
             Move spaces to fx-si-rec
             Move sim-account to fx-si-account
             Move si-number-n to fx-si-number
             Move zero to fx-si-amount
             Perform clear-instruction-days
             Move 'N' to fx-si-suspend-flag
             Move maint-run-date to fx-si-added-date
             Perform overlay-keyed-fields
             Perform validate-instruction
           End-if.
           If maint-is-valid
             Write fx-si-rec
               invalid key
                 move 'N' to maint-valid
                 move 'INSTRUCTION ALREADY ON FILE' to maint-reason
             end-write
           End-if.

       apply-maint-change.
           Perform read-maint-instruction.
           If maint-is-valid
             Perform check-client-account
           End-if.
           If maint-is-valid
             Perform overlay-keyed-fields
             Perform validate-instruction
           End-if.
           If maint-is-valid
             Perform rewrite-maint-instruction
           End-if.

       apply-maint-delete.
           Move sim-account to fx-si-account.
           Move si-number-n to fx-si-number.
           Delete standing-instr-file
             invalid key
               move 'N' to maint-valid
               move 'INSTRUCTION NOT ON FILE' to maint-reason
           end-delete.

      * a suspended instruction stays on file but FXSIGEN generates
      * nothing from it until it is resumed
       apply-maint-suspend.
           Perform read-maint-instruction.
           If maint-is-valid
             If fx-si-suspended
               Move 'N' to maint-valid
               Move 'ALREADY SUSPENDED' to maint-reason
             End-if
           End-if.
           If maint-is-valid
             Move 'Y' to fx-si-suspend-flag
             Perform rewrite-maint-instruction
           End-if.

       apply-maint-resume.
           Perform read-maint-instruction.
           If maint-is-valid
             If not fx-si-suspended
               Move 'N' to maint-valid
               Move 'NOT SUSPENDED' to maint-reason
             End-if
           End-if.
           If maint-is-valid
             Perform check-client-account
           End-if.
           If maint-is-valid
             Move 'N' to fx-si-suspend-flag
             Perform rewrite-maint-instruction
           End-if.

       read-maint-instruction.
           Move sim-account to fx-si-account.
           Move si-number-n to fx-si-number.
           Read standing-instr-file
             invalid key
               move 'N' to maint-valid
               move 'INSTRUCTION NOT ON FILE' to maint-reason
           end-read.

       rewrite-maint-instruction.
           Rewrite fx-si-rec
             invalid key
               move 'N' to maint-valid
               move 'REWRITE FAILED' to maint-reason
           end-rewrite.

      * an instruction may only be set up or brought back to life
      * for a client on the master whose account is still open
       check-client-account.
           Move sim-account to clt-mst-account.
           Read client-master-file
             invalid key
               move 'N' to maint-valid
               move 'ACCOUNT NOT ON MASTER' to maint-reason
           end-read.
           If maint-is-valid
             If clt-mst-closed
               Move 'N' to maint-valid
               Move 'ACCOUNT IS CLOSED' to maint-reason
             End-if
           End-if.

      * the keyed fields over the record; a non-numeric amount or
      * day is rejected here, before the record-level checks
       overlay-keyed-fields.
           If sim-amount not = spaces
             If function test-numval-c(sim-amount) = 0
               Compute fx-si-amount =
                 function numval-c(sim-amount)
             Else
               Move 'N' to maint-valid
               Move 'AMOUNT NOT NUMERIC' to maint-reason
             End-if
           End-if.
           If sim-from-ccy not = spaces
             Move sim-from-ccy to fx-si-from-ccy
           End-if.
           If sim-to-ccy not = spaces
             Move sim-to-ccy to fx-si-to-ccy
           End-if.
           If sim-frequency not = spaces
             Move sim-frequency to fx-si-frequency
           End-if.
           If sim-days not = spaces
             Perform clear-instruction-days
             Perform take-one-keyed-day
               varying day-sub from 1 by 1 until day-sub > 6
           End-if.
           If sim-start-date not = spaces
             Move sim-start-date to fx-si-start-date
           End-if.
           If sim-end-date not = spaces
             Move sim-end-date to fx-si-end-date
           End-if.

       take-one-keyed-day.
           If sim-day(day-sub) not = spaces
             If sim-day(day-sub) is numeric
               Move sim-day(day-sub) to fx-si-day(day-sub)
             Else
               Move 'N' to maint-valid
               Move 'DAY NOT NUMERIC' to maint-reason
             End-if
           End-if.

       clear-instruction-days.
           Perform clear-one-day
             varying day-sub from 1 by 1 until day-sub > 6.

       clear-one-day.
           Move zero to fx-si-day(day-sub).

      * The instruction as it will stand on file, checked as a
      * whole: first failure found is the one reported.
       validate-instruction.
           If maint-is-valid
             If fx-si-amount not > zero
               Move 'N' to maint-valid
               Move 'AMOUNT NOT POSITIVE' to maint-reason
             End-if
           End-if.
           If maint-is-valid
             If fx-si-from-ccy is not alphabetic
                or fx-si-from-ccy = spaces
                or fx-si-to-ccy is not alphabetic
                or fx-si-to-ccy = spaces
               Move 'N' to maint-valid
               Move 'BAD CURRENCY CODE' to maint-reason
             Else
               If fx-si-from-ccy = fx-si-to-ccy
                 Move 'N' to maint-valid
                 Move 'SAME CURRENCY BOTH LEGS' to maint-reason
               End-if
             End-if
           End-if.
           If maint-is-valid
             Perform validate-frequency-days
           End-if.
           If maint-is-valid
             If fx-si-start-date is not numeric
                or function test-date-yyyymmdd
                     (function numval(fx-si-start-date)) not = 0
               Move 'N' to maint-valid
               Move 'BAD START DATE' to maint-reason
             End-if
           End-if.
           If maint-is-valid
             If fx-si-end-date not = spaces
               If fx-si-end-date is not numeric
                  or function test-date-yyyymmdd
                       (function numval(fx-si-end-date)) not = 0
                 Move 'N' to maint-valid
                 Move 'BAD END DATE' to maint-reason
               Else
                 If fx-si-end-date < fx-si-start-date
                   Move 'N' to maint-valid
                   Move 'END DATE BEFORE START' to maint-reason
                 End-if
               End-if
             End-if
           End-if.

      * weekly wants a weekday 1-7 in the first day, monthly a day
      * of the month there, specific days at least one day of the
      * month and nothing out of range
       validate-frequency-days.
           Move zero to day-used-count.
           Perform count-one-day
             varying day-sub from 1 by 1 until day-sub > 6.
           Evaluate true
             When fx-si-daily
               Continue
             When fx-si-weekly
               If fx-si-day(1) < 1 or fx-si-day(1) > 7
                 Move 'N' to maint-valid
                 Move 'WEEKDAY MUST BE 1-7' to maint-reason
               End-if
             When fx-si-monthly
               If fx-si-day(1) < 1 or fx-si-day(1) > 31
                 Move 'N' to maint-valid
                 Move 'DAY OF MONTH MUST BE 1-31' to maint-reason
               End-if
             When fx-si-specific-days
               If day-used-count = 0
                 Move 'N' to maint-valid
                 Move 'NO DAYS OF MONTH GIVEN' to maint-reason
               End-if
             When other
               Move 'N' to maint-valid
               Move 'UNKNOWN FREQUENCY' to maint-reason
           End-evaluate.

       count-one-day.
           If fx-si-day(day-sub) > 0
             Add 1 to day-used-count
             If fx-si-day(day-sub) > 31
               Move 'N' to maint-valid
               Move 'DAY OF MONTH MUST BE 1-31' to maint-reason
             End-if
           End-if.

       write-maint-report-line.
           Move sim-action to srl-action.
           Move sim-account to srl-account.
           Move sim-number to srl-number.
           If maint-is-valid
             Add 1 to applied-count
             Move 'APPLIED' to srl-status
             Move spaces to srl-reason
           Else
             Add 1 to rejected-count
             Move 'REJECTED' to srl-status
             Move maint-reason to srl-reason
           End-if.
           Move spaces to si-report-rec.
           Move si-report-line to si-report-rec.
           Write si-report-rec.

       write-maint-summary.
           Move spaces to si-report-rec.
           Write si-report-rec.
           Move 'MAINTENANCE APPLIED  :' to ssl-text.
           Move applied-count to ssl-count.
           Move spaces to si-report-rec.
           Move si-summary-line to si-report-rec.
           Write si-report-rec.
           Move 'MAINTENANCE REJECTED :' to ssl-text.
           Move rejected-count to ssl-count.
           Move spaces to si-report-rec.
           Move si-summary-line to si-report-rec.
           Write si-report-rec.

      * Luhn (mod-10) check digit over the 12-digit account number,
      * as enforced by CLTMAINT and by json_parse on incoming
      * documents.
       validate-account-num.
           Move zero to acct-luhn-sum.
           Perform luhn-add-digit
             varying acct-idx from 12 by -1 until acct-idx < 1.
           If function mod(acct-luhn-sum 10) not = 0
             Move 'N' to maint-valid
           End-if.

       luhn-add-digit.
           Compute acct-position = 13 - acct-idx.
           Move account-digit(acct-idx) to acct-digit-val.
           If function mod(acct-position 2) = 0
             Compute acct-digit-val = acct-digit-val * 2
             If acct-digit-val > 9
               Compute acct-digit-val = acct-digit-val - 9
             End-if
           End-if.
           Add acct-digit-val to acct-luhn-sum.

      * Writes one record to the shared FXAUDIT trail for this run,
      * as the other batch steps do.
       write-run-audit.
           Move function current-date to fx-audit-timestamp.
           Open extend fx-audit-file.
           Move spaces to fx-audit-rec.
           Move 'SIMAINT' to fx-audit-job-name.
           Move fx-audit-timestamp(1:8) to fx-audit-run-date.
           Move fx-audit-timestamp(9:6) to fx-audit-run-time.
           Move 'SIMTXN MAINTENANCE APPLIED TO FXSTDINS'
               to fx-audit-input-desc.
           Move applied-count to fx-audit-rec-count.
           If rejected-count > 0
             Move 'REJECTS' to fx-audit-status
           Else
             Move 'SUCCESS' to fx-audit-status
           End-if.
           Write fx-audit-rec.
           Close fx-audit-file.

       End program simaint.
