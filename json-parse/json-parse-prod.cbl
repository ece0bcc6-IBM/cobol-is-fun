      * no longer shift every later client's transactions onto the
      * wrong account the way the old record-N-with-record-N
      * positional pairing could.
      *
      * A document for an account CLTMAINT has closed is refused to
      * JPREJECT rather than upserted, so the feed can never reopen
      * a closed account; its transactions go the same way.

CBL CODEPAGE(DCBS)
       Identification division.
      * per-transaction extract for FXCONV - one record per parsed
      * tx-record, carrying the owning account, with the rate pair
      * FXCONV looks up derived from the transaction's currency and
      * the client's own currency-code, and the trade's value date
      * so FXCONV can price a back-dated deal at that day's rate.
      * The layout matches FXCONV's FX-TXN-REC byte for byte.
         Fd  fx-txn-extract-file.
          1 fx-txn-rec.
           3 ftx-account    pic 9(12).
           3 ftx-uid        pic 9(5).
           3 ftx-price      pic s9(7)v99.
           3 ftx-currency   pic x(3).
           3 ftx-pair       pic x(50).
           3 ftx-value-date pic x(8).
           3 filler         pic x(3).
      * indexed client master, keyed on the account number and
      * upserted for every accepted document so clients survive a
      * day with no document - see copybooks/CLTMST.cpy and CLTMAINT
         77 bkt-found-sw pic x value 'N'.
          88 bkt-found value 'Y'.
         77 bkt-balance-work pic s9(9)v99 comp-3 value zero.
         77 parse-run-date pic x(8).
         77 closed-reject-count pic 9(7) usage display value zero.
         77 closed-account-sw pic x value 'N'.
          88 closed-account value 'Y'.
      * first UID of the range kept for standing-instruction
      * transactions - see copybooks/FXSTDINS.cpy
         77 si-uid-floor pic 9(5) value 90000.
         1 client-data.
          3 account-num   pic 999,999,999,999.
          3 balance       pic $$$9.99CR.
            7 tx-item-uid  pic AA/9999B99.
            7 tx-price     pic $$$9.99.
            7 tx-currency  pic x(3).
      * the date the trade was dealt, YYYYMMDD - optional in the
      * feed; left blank when absent and priced as tonight's
            7 tx-value-date pic x(8).
            7 tx-comment   pic n(20).
       Procedure division.
           Move function current-date to fx-audit-timestamp.
           Move fx-audit-timestamp(1:8) to parse-run-date.
           Open output reject-file.
           Open output client-extract-file.
           Open output fx-txn-extract-file.
           Display "Transaction documents processed: " txn-doc-count.
           Display "Unmatched transaction documents: "
             unmatched-txn-count.
           Display "Closed-account documents: " closed-reject-count.
           Display "Transaction extract records: " txn-extract-count.
           Display "Rejected records: " reject-count.
           Close reject-file.
           end-json.

           Perform validate-client-data.
           If client-data-is-valid
             Perform check-closed-account
           End-if.

           If client-data-is-valid
             Display "Account Number:"

      * a transactions document whose account was never accepted
      * this run - mistyped account, rejected client document, or a
      * feed fault - is logged rather than guessed at; one for a
      * closed account says so
       write-unmatched-txn-reject.
           Add 1 to reject-count.
           Move 'N' to fx-audit-status-sw.
           Move 'N' to closed-account-sw.
           Move txn-account-n to clt-mst-account.
           Read client-master-file
             invalid key
               continue
             not invalid key
               if clt-mst-closed
                 move 'Y' to closed-account-sw
               end-if
           end-read.
           Move spaces to reject-rec.
           If closed-account
             Add 1 to closed-reject-count
             String 'TRANSACTIONS ACCOUNT=' delimited by size
               txn-account-n delimited by size
               ' REJECTED - ACCOUNT CLOSED' delimited by size
               into reject-rec
           Else
             Add 1 to unmatched-txn-count
             String 'TRANSACTIONS ACCOUNT=' delimited by size
               txn-account-n delimited by size
               ' REJECTED - UNMATCHED ACCOUNT' delimited by size
               into reject-rec
           End-if.
           Write reject-rec.

      * Displays and accumulates one tx-record entry of the document
           Display "    Item ID:     " tx-item-uid(tx-idx)
           Display "    Price:       " tx-price(tx-idx)
           Display "    Currency:    " tx-currency(tx-idx)
           Display "    Value date:  " tx-value-date(tx-idx)
           Display "    Comment:     "
             function display-of(tx-comment(tx-idx)).

           If tx-uid(tx-idx) >= si-uid-floor
             Perform write-reserved-uid-reject
           Else
             Move tx-currency(tx-idx) to acc-currency
             Move tx-price(tx-idx) to acc-amount
             Perform accumulate-currency-total
             Perform write-one-txn-extract
           End-if.

      * UIDs from 90000 up belong to the transactions FXSIGEN
      * generates from standing instructions, so a feed transaction
      * carrying one is refused rather than allowed to share a
      * posting key with a generated one.
       write-reserved-uid-reject.
           Add 1 to reject-count.
           Move 'N' to fx-audit-status-sw.
           Move spaces to reject-rec.
           String 'TRANSACTIONS ACCOUNT=' delimited by size
             txn-account-n delimited by size
             ' UID=' delimited by size
             tx-uid(tx-idx) delimited by size
             ' REJECTED - RESERVED UID' delimited by size
             into reject-rec.
           Write reject-rec.
           Move spaces to tx-value-date(tx-idx).

      * One FXTXNX record for the transaction just accumulated, so
      * FXCONV no longer depends on a hand-built extract: the owning
             '/' delimited by size
             matched-client-ccy delimited by size
             into ftx-pair.
           Move tx-value-date(tx-idx) to ftx-value-date.
           Write fx-txn-rec.
           Add 1 to txn-extract-count.
      * JSON PARSE leaves a field the document does not name as it
      * was, so the entry is cleared once extracted - a later
      * document without value dates must not pick this one up.
           Move spaces to tx-value-date(tx-idx).

      * Writes the parsed account-num/balance/billing-info fields for
      * one accepted client-data document to CLTXTRCT for the
             Move account-num-n to clt-mst-account
             Perform init-master-buckets
             Move zero to clt-mst-bkt-count
             Move 'A' to clt-mst-status
             Move parse-run-date to clt-mst-open-date
             Move parse-run-date to clt-mst-last-activity
           End-if.
           Move balance to clt-mst-balance.
           Move currency-code to clt-mst-ccy.
             Write reject-rec
           End-if.

      * A client-data document for an account closed on the master
      * is refused - the upsert would otherwise bring it back to
      * life with the feed's balance.
       check-closed-account.
           Move account-num-n to clt-mst-account.
           Read client-master-file
             invalid key
               continue
             not invalid key
               if clt-mst-closed
                 move 'N' to client-data-valid
               end-if
           end-read.
           If client-data-is-rejected
             Add 1 to reject-count
             Add 1 to closed-reject-count
             Move 'N' to fx-audit-status-sw
             Move spaces to reject-rec
             String 'CLIENT-DATA ACCOUNT=' delimited by size
               account-num-n delimited by size
               ' REJECTED - ACCOUNT CLOSED'
                 delimited by size
               into reject-rec
             Write reject-rec
           End-if.

      * Luhn (mod-10) check digit over the 12-digit account number.
       validate-account-num.
           Move zero to acct-luhn-sum.
