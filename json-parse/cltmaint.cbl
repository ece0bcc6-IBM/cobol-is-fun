
      * Batch maintenance of the indexed client master CLTMST
      * (copybooks/CLTMST.cpy). Reads ADD / CHANGE / DELETE
      * maintenance records from CLTMTXN, along with the account
      * lifecycle actions FREEZE / UNFRZE / CLOSE, enforces the
      * same Luhn
      * check over the 12-digit account number that json_parse
      * applies to incoming documents, applies the survivors against
      * the master, and prints an applied/rejected maintenance
      * report to CLTMRPT. On a CHANGE, only the non-blank fields of
      * the maintenance record replace what is on the master, so an
      * address can be corrected without re-keying the balance.
      * FREEZE and UNFRZE move an account between ACTIVE and
      * FROZEN; CLOSE is refused while any currency bucket still
      * holds money. Only the action and account are read for the
      * three lifecycle actions.

       Identification division.
         Program-id. cltmaint.
           3 mnt-addr-city   pic x(20).
           3 mnt-addr-region pic x(20).
           3 mnt-addr-code   pic x(10).
      * pricing tier for FXCONV's spread schedule
           3 mnt-tier        pic x(2).
      * indexed client master - see copybooks/CLTMST.cpy
         Fd  client-master-file.
           Copy CLTMST.
         77 bkt-found-sw pic x value 'N'.
          88 bkt-found value 'Y'.
         77 bkt-balance-work pic s9(9)v99 comp-3 value zero.
         77 bkt-nonzero-sw pic x value 'N'.
          88 bkt-nonzero value 'Y'.
         77 maint-run-date pic x(8).
         77 acct-digit-val pic 9(2) usage display value zero.
         77 acct-position pic 9(2) usage display value zero.
         77 fx-audit-timestamp pic x(21).
          3 msl-text    pic x(22).
          3 msl-count   pic zzz,zz9.
       Procedure division.
           Move function current-date to fx-audit-timestamp.
           Move fx-audit-timestamp(1:8) to maint-run-date.
           Open input maint-txn-file.
           Open i-o client-master-file.
           Open output maint-report-file.
                 Perform apply-maint-change
               When 'DELETE'
                 Perform apply-maint-delete
               When 'FREEZE'
                 Perform apply-maint-freeze
               When 'UNFRZE'
                 Perform apply-maint-unfreeze
               When 'CLOSE'
                 Perform apply-maint-close
               When other
                 Move 'N' to maint-valid
                 Move 'UNKNOWN ACTION CODE' to maint-reason
           Move mnt-addr-city   to clt-mst-addr-city.
           Move mnt-addr-region to clt-mst-addr-region.
           Move mnt-addr-code   to clt-mst-addr-code.
           Move mnt-tier        to clt-mst-tier.
           Move 'A' to clt-mst-status.
           Move maint-run-date  to clt-mst-open-date.
           Move maint-run-date  to clt-mst-last-activity.
           Perform init-master-buckets.
           Move 1 to clt-mst-bkt-count.
           Move mnt-currency to clt-mst-bkt-ccy(1).
             If mnt-addr-code not = spaces
               Move mnt-addr-code to clt-mst-addr-code
             End-if
             If mnt-tier not = spaces
               Move mnt-tier to clt-mst-tier
             End-if
             Perform normalize-master-buckets
             If mnt-balance not = spaces
               Perform sync-home-bucket
               move 'ACCOUNT NOT ON MASTER' to maint-reason
           end-delete.

      * the lifecycle actions all start from the account's current
      * master record
       read-maint-master.
           Move mnt-account to clt-mst-account.
           Read client-master-file
             invalid key
               move 'N' to maint-valid
               move 'ACCOUNT NOT ON MASTER' to maint-reason
           end-read.

      * a frozen account keeps its balances but FXPOST takes no
      * postings to it until it is unfrozen
       apply-maint-freeze.
           Perform read-maint-master.
           If maint-is-valid
             If clt-mst-closed
               Move 'N' to maint-valid
               Move 'ACCOUNT IS CLOSED' to maint-reason
             Else
               If clt-mst-frozen
                 Move 'N' to maint-valid
                 Move 'ACCOUNT ALREADY FROZEN' to maint-reason
               End-if
             End-if
           End-if.
           If maint-is-valid
             Set clt-mst-frozen to true
             Perform rewrite-maint-master
           End-if.

       apply-maint-unfreeze.
           Perform read-maint-master.
           If maint-is-valid
             If not clt-mst-frozen
               Move 'N' to maint-valid
               Move 'ACCOUNT NOT FROZEN' to maint-reason
             End-if
           End-if.
           If maint-is-valid
             Move 'A' to clt-mst-status
             Perform rewrite-maint-master
           End-if.

      * an account is closed only once every currency bucket is
      * empty - money is never left stranded on a closed account
       apply-maint-close.
           Perform read-maint-master.
           If maint-is-valid
             If clt-mst-closed
               Move 'N' to maint-valid
               Move 'ACCOUNT ALREADY CLOSED' to maint-reason
             End-if
           End-if.
           If maint-is-valid
             Perform normalize-master-buckets
             Move 'N' to bkt-nonzero-sw
             Perform check-one-bucket-zero
               varying bkt-sub from 1 by 1
               until bkt-sub > clt-mst-bkt-count or bkt-nonzero
             If bkt-nonzero
               Move 'N' to maint-valid
               Move 'BALANCE NOT ZERO' to maint-reason
             End-if
           End-if.
           If maint-is-valid
             Set clt-mst-closed to true
             Perform rewrite-maint-master
           End-if.

       check-one-bucket-zero.
           If clt-mst-bkt-bal(bkt-sub) not = zero
             Set bkt-nonzero to true
           End-if.

       rewrite-maint-master.
           Rewrite clt-mst-rec
             invalid key
               move 'N' to maint-valid
               move 'REWRITE FAILED' to maint-reason
           end-rewrite.

      * empties all eight currency buckets - comp-3 balances cannot
      * be left as the spaces a record-level move would put there
       init-master-buckets.
