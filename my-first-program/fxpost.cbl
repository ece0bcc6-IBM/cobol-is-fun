      * after the operator-set number of days (command-line
      * parameter, default 3) are listed on the aging report
      * FXAGERPT so nothing quietly rots in the exception file.
      *
      * An account CLTMAINT has frozen takes no postings: its
      * transactions go to FXPOSTEX as ACCOUNT FROZEN and are carried
      * forward like any other exception, so they post the first
      * night after the account is unfrozen. A closed account's go
      * to FXPOSTEX as ACCOUNT CLOSED and are not carried - nothing
      * will ever post to it again. Every posting applied stamps
      * the account's last-activity date for the dormancy report.

      *-----------------------
       IDENTIFICATION DIVISION.
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
      * indexed client master - see copybooks/CLTMST.cpy
       FD  CLT-MASTER.
      * cumulative posting ledger - one record per posting ever
      * applied, never pruned by this program, so the same
      * account/UID/date key can only be charged once however many
      * times the job is rerun - see copybooks/FXPOSTLG.cpy
       FD  FX-POST-LEDGER.
           COPY FXPOSTLG.
      *
       FD  FX-POST-EXCEPT RECORDING MODE F.
       01  FX-POST-EXCEPT-REC      PIC X(80).
           05  FX-RCYI-ORIG-PRICE  PIC $$,$$$,$$9.99.
           05  FX-RCYI-ORIG-CCY    PIC X(3).
           05  FX-RCYI-RATE-NAME   PIC X(50).
           05  FX-RCYI-RATE        PIC $$,$$$,$$9.999999.
           05  FX-RCYI-NEW-PRICE   PIC $$,$$$,$$9.99.
           05  FX-RCYI-STATUS      PIC X(10).
           05  FX-RCYI-MID-RATE    PIC $$,$$$,$$9.999999.
           05  FX-RCYI-TIER        PIC X(2).
           05  FX-RCYI-SPREAD-BPS  PIC 9(3)V99.
           05  FX-RCYI-MARKUP      PIC $$,$$$,$$9.99.
           05  FX-RCYI-VALUE-DATE  PIC X(8).
           05  FX-RCYI-RATE-DATE   PIC X(8).
           05  FX-RCYI-CYCLES      PIC 9(3).
           05  FX-RCYI-FIRST-DATE  PIC X(8).
      *
           05  FX-RCYO-ORIG-PRICE  PIC $$,$$$,$$9.99.
           05  FX-RCYO-ORIG-CCY    PIC X(3).
           05  FX-RCYO-RATE-NAME   PIC X(50).
           05  FX-RCYO-RATE        PIC $$,$$$,$$9.999999.
           05  FX-RCYO-NEW-PRICE   PIC $$,$$$,$$9.99.
           05  FX-RCYO-STATUS      PIC X(10).
           05  FX-RCYO-MID-RATE    PIC $$,$$$,$$9.999999.
           05  FX-RCYO-TIER        PIC X(2).
           05  FX-RCYO-SPREAD-BPS  PIC 9(3)V99.
           05  FX-RCYO-MARKUP      PIC $$,$$$,$$9.99.
           05  FX-RCYO-VALUE-DATE  PIC X(8).
           05  FX-RCYO-RATE-DATE   PIC X(8).
           05  FX-RCYO-CYCLES      PIC 9(3).
           05  FX-RCYO-FIRST-DATE  PIC X(8).
      *
           05  FX-CUR-ORIG-PRICE   PIC $$,$$$,$$9.99.
           05  FX-CUR-ORIG-CCY     PIC X(3).
           05  FX-CUR-RATE-NAME    PIC X(50).
           05  FX-CUR-RATE         PIC $$,$$$,$$9.999999.
           05  FX-CUR-NEW-PRICE    PIC $$,$$$,$$9.99.
           05  FX-CUR-STATUS       PIC X(10).
           05  FX-CUR-MID-RATE     PIC $$,$$$,$$9.999999.
           05  FX-CUR-TIER         PIC X(2).
           05  FX-CUR-SPREAD-BPS   PIC 9(3)V99.
           05  FX-CUR-MARKUP       PIC $$,$$$,$$9.99.
           05  FX-CUR-VALUE-DATE   PIC X(8).
           05  FX-CUR-RATE-DATE    PIC X(8).
           05  FX-CUR-CYCLES       PIC 9(3).
           05  FX-CUR-FIRST-DATE   PIC X(8).
      *
           MOVE FX-RCYI-RATE       TO FX-CUR-RATE
           MOVE FX-RCYI-NEW-PRICE  TO FX-CUR-NEW-PRICE
           MOVE FX-RCYI-STATUS     TO FX-CUR-STATUS
           MOVE FX-RCYI-MID-RATE   TO FX-CUR-MID-RATE
           MOVE FX-RCYI-TIER       TO FX-CUR-TIER
           MOVE FX-RCYI-SPREAD-BPS TO FX-CUR-SPREAD-BPS
           MOVE FX-RCYI-MARKUP     TO FX-CUR-MARKUP
           MOVE FX-RCYI-VALUE-DATE TO FX-CUR-VALUE-DATE
           MOVE FX-RCYI-RATE-DATE  TO FX-CUR-RATE-DATE
           MOVE FX-RCYI-CYCLES     TO FX-CUR-CYCLES
           MOVE FX-RCYI-FIRST-DATE TO FX-CUR-FIRST-DATE
           PERFORM POST-CURRENT-TXN
           MOVE FX-CONV-RATE       TO FX-CUR-RATE
           MOVE FX-CONV-NEW-PRICE  TO FX-CUR-NEW-PRICE
           MOVE FX-CONV-STATUS     TO FX-CUR-STATUS
           MOVE FX-CONV-MID-RATE   TO FX-CUR-MID-RATE
           MOVE FX-CONV-TIER       TO FX-CUR-TIER
           MOVE FX-CONV-SPREAD-BPS TO FX-CUR-SPREAD-BPS
           MOVE FX-CONV-MARKUP     TO FX-CUR-MARKUP
           MOVE FX-CONV-VALUE-DATE TO FX-CUR-VALUE-DATE
           MOVE FX-CONV-RATE-DATE  TO FX-CUR-RATE-DATE
           MOVE ZERO               TO FX-CUR-CYCLES
           MOVE FX-POSTING-DATE    TO FX-CUR-FIRST-DATE
           PERFORM POST-CURRENT-TXN
               INVALID KEY MOVE 'N' TO CLT-FOUND-SW
           END-READ
           IF CLT-FOUND
               IF CLT-MST-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO FX-PX-REASON
                   PERFORM WRITE-POST-EXCEPTION
               ELSE
                   IF CLT-MST-FROZEN
                       MOVE 'ACCOUNT FROZEN' TO FX-PX-REASON
                       PERFORM WRITE-POST-EXCEPTION
                       PERFORM WRITE-RECYCLE-RECORD
                   ELSE
                       PERFORM APPLY-ONE-POSTING
                   END-IF
               END-IF
           ELSE
               MOVE 'ACCOUNT NOT ON CLIENT FILE' TO FX-PX-REASON
               PERFORM WRITE-POST-EXCEPTION
           MOVE FX-POSTING-DATE  TO FX-PLG-DATE
           MOVE FX-CUR-NEW-PRICE TO FX-PLG-AMOUNT
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-PLG-TIME
           MOVE FX-TARGET-CCY    TO FX-PLG-CCY
           MOVE FX-CUR-MARKUP    TO FX-PLG-MARKUP
           WRITE FX-PLG-REC
               INVALID KEY
                   DISPLAY "LEDGER WRITE FAILED FOR " FX-PLG-KEY
               SUBTRACT FX-POST-AMOUNT FROM CLT-BALANCE-WORK
               MOVE CLT-BALANCE-WORK TO CLT-MST-BALANCE
           END-IF
           MOVE FX-POSTING-DATE TO CLT-MST-LAST-ACTIVITY
           MOVE 'Y' TO CLT-REWRITE-SW
           REWRITE CLT-MST-REC
               INVALID KEY MOVE 'N' TO CLT-REWRITE-SW
           MOVE FX-CUR-RATE       TO FX-RCYO-RATE
           MOVE FX-CUR-NEW-PRICE  TO FX-RCYO-NEW-PRICE
           MOVE FX-CUR-STATUS     TO FX-RCYO-STATUS
           MOVE FX-CUR-MID-RATE   TO FX-RCYO-MID-RATE
           MOVE FX-CUR-TIER       TO FX-RCYO-TIER
           MOVE FX-CUR-SPREAD-BPS TO FX-RCYO-SPREAD-BPS
           MOVE FX-CUR-MARKUP     TO FX-RCYO-MARKUP
           MOVE FX-CUR-VALUE-DATE TO FX-RCYO-VALUE-DATE
           MOVE FX-CUR-RATE-DATE  TO FX-RCYO-RATE-DATE
           COMPUTE FX-RCYO-CYCLES = FX-CUR-CYCLES + 1
           MOVE FX-CUR-FIRST-DATE TO FX-RCYO-FIRST-DATE
           WRITE FX-RCYO-REC
