       identification division.
       program-id. A2-SalesGLPost.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the daily sales and cost-of-goods-sold
      *posting. A2-GLPost posts off A2-ItemList's extract, which
      *prices the whole master and says nothing about what was
      *actually sold; this program posts off the invoiced lines
      *A2-OrderEntry and A2-BORelease append to A2-SalesHist.dat (and
      *the return lines A2-Returns appends, which post the other way
      *round). By product class, through the same account map
      *A2-GLAccts.dat A2-GLPost uses, it debits receivables for what
      *the customers owe (net plus freight) and credits each class's
      *sales account with the net billed and its freight account
      *with the transportation billed; then it values every shipped
      *quantity at the item's il-unit-cost and debits the class's
      *cost-of-goods-sold account and credits its inventory account.
      *The class rows of the account map carry the cost-of-goods-sold
      *and inventory accounts behind the sales/discount/freight
      *accounts A2-GLPost reads. Posting follows A2-GLPost's
      *discipline: any journal a prior run left behind is deleted
      *first, every class must map, the entry is held in storage
      *while the register is produced, and the journal file is only
      *written once debits prove equal to credits - a failure ends
      *with RETURN-CODE 1 and posts nothing. What has been posted is
      *tracked in a one-record control file holding how many history
      *records have already gone to the ledger; each run posts only
      *the records appended since, and only moves the mark once its
      *journal is written, so a rerun never posts a record twice and
      *a failed run is simply picked up by the next one. It runs as
      *a night-batch step.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the sales-history file the invoicing programs and
      *A2-Returns append to.
           select sales-history-file
           assign to "../../../A2-SalesHist.dat"
           organization is line sequential
           file status is ws-saleshist-status.

      *This is the same indexed item master the other programs use,
      *read by key for each line's unit cost.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the same hand-maintained account map A2-GLPost reads.
           select account-map-file
           assign to "../../../A2-GLAccts.dat"
           organization is line sequential
           file status is ws-map-status.

      *This is the one-record control file carrying how many sales
      *history records have already been posted.
           select post-control-file
           assign to "../../../A2-SalesGLPost.ctl"
           organization is line sequential
           file status is ws-control-status.

      *This is the posting register the GL desk files.
           select posting-report-file
           assign to "../../../A2-SalesGLPost.out"
           organization is line sequential.

      *This is the machine-readable journal for the ledger - same
      *record as A2-GLPost's journal.
           select gl-journal-file
           assign to "../../../A2-SalesGLPost.jrnl"
           organization is line sequential
           file status is ws-gljrnl-status.

       data division.
       file section.

       fd sales-history-file
           data record is sales-history-record
           record contains 57 characters.

           copy SALESREC.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd account-map-file
           data record is account-map-record
           record contains 31 characters.

           copy GLACCTS.

       fd post-control-file
           data record is post-control-record
           record contains 17 characters.

       01 post-control-record.
         05 pc-posted-count        pic 9(9).
         05 pc-posted-date         pic x(8).

       fd posting-report-file
           data record is posting-report-line
           record contains 100 characters.

       01 posting-report-line      pic x(100).

       fd gl-journal-file
           data record is gl-journal-record
           record contains 27 characters.

       01 gl-journal-record.
         05 gj-run-date            pic x(8).
         05 gj-account             pic x(6).
         05 gj-dr-cr               pic x(1).
         05 gj-amount              pic 9(10)v99.

       working-storage section.

       01 ws-posting-heading.
         05 filler                 pic x(40)     value
         "A2-SalesGLPost - SALES/COGS REGISTER".
         05 filler                 pic x(8)      value "  RUN: ".
         05 ws-ph-run-date         pic x(8).

       01 ws-range-line.
         05 filler                 pic x(22)     value
         "HISTORY RECORDS AFTER ".
         05 ws-rl-from             pic z(8)9.
         05 filler                 pic x(9)      value " THROUGH ".
         05 ws-rl-to               pic z(8)9.

       01 ws-posting-title.
         05 filler                 pic x(8)      value "ACCOUNT ".
         05 filler                 pic x(26)     value
         "  DESCRIPTION             ".
         05 filler                 pic x(17)     value
         "           DEBIT ".
         05 filler                 pic x(17)     value
         "          CREDIT".

       01 ws-posting-detail.
         05 ws-pd-account          pic x(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-description      pic x(26).
         05 ws-pd-debit            pic zz,zzz,zz9.99.
         05 filler                 pic x(4)      value spaces.
         05 ws-pd-credit           pic zz,zzz,zz9.99.

       01 ws-posting-total-line.
         05 filler                 pic x(8)      value spaces.
         05 filler                 pic x(26)     value
         "ENTRY TOTALS              ".
         05 ws-pt-debits           pic zz,zzz,zz9.99.
         05 filler                 pic x(4)      value spaces.
         05 ws-pt-credits          pic zz,zzz,zz9.99.

       01 ws-posting-verdict.
         05 filler                 pic x(20)     value
         "POSTING RESULT -    ".
         05 ws-pv-text             pic x(30).

       01 ws-exception-line.
         05 filler                 pic x(10)     value "*** ITEM  ".
         05 ws-ex-item-number      pic x(4).
         05 filler                 pic x(10)     value "  RECORD  ".
         05 ws-ex-record-number    pic z(8)9.
         05 filler                 pic x(2)      value spaces.
         05 ws-ex-text             pic x(40).

       01 ws-count-line.
         05 filler                 pic x(16)     value
         "LINES POSTED    ".
         05 ws-cl-posted           pic zz,zz9.
         05 filler                 pic x(14)     value
         "   RETURNS    ".
         05 ws-cl-returns          pic zz,zz9.
         05 filler                 pic x(14)     value
         "   BAD        ".
         05 ws-cl-bad              pic zz,zz9.
         05 filler                 pic x(14)     value
         "   NO COST    ".
         05 ws-cl-no-cost          pic zz,zz9.

      *****************************************************************
      *This section is the per-class accumulation off the history -
      *one entry per product class seen. The amounts are signed: a
      *return takes its class's sales, freight and cost back down, and
      *a class whose returns outweigh its sales posts the other way.
       01 ws-class-table.
         05 ws-class-entry         occurs 10 times
                                    indexed by class-idx.
           10 ws-ct-class            pic x(1).
           10 ws-ct-net              pic s9(10)v99.
           10 ws-ct-trans            pic s9(10)v99.
           10 ws-ct-cost             pic s9(10)v99.

       01 ws-class-control.
         05 ws-class-count         pic 99        value 0.
         05 ws-found-class-idx     pic 99        value 0.

      *****************************************************************
      *This section is the account map loaded from A2-GLAccts.dat -
      *same load as A2-GLPost's, carrying the cost accounts too.
       01 ws-map-table.
         05 ws-map-entry           occurs 10 times
                                    indexed by map-idx.
           10 ws-mt-class            pic x(1).
           10 ws-mt-sales-acct       pic x(6).
           10 ws-mt-freight-acct     pic x(6).
           10 ws-mt-cogs-acct        pic x(6).
           10 ws-mt-inventory-acct   pic x(6).

       01 ws-map-control.
         05 ws-map-count           pic 99        value 0.
         05 ws-map-eof-flag        pic x         value "n".
         05 ws-found-map-idx       pic 99        value 0.
         05 ws-ar-account          pic x(6)      value spaces.

      *****************************************************************
      *This section holds the journal entry while it is being built
      *and proved. At most 41 lines can exist (the receivables line
      *plus four per class, ten classes at most), so the table cannot
      *overflow.
       01 ws-journal-line-table.
         05 ws-journal-line-entry  occurs 50 times
                                    indexed by jl-idx.
           10 ws-jl-account          pic x(6).
           10 ws-jl-dr-cr            pic x(1).
           10 ws-jl-amount           pic 9(10)v99.

       01 ws-journal-line-control.
         05 ws-jl-count            pic 99        value 0.

      *****************************************************************
      *This section is the entry-building work - same as A2-GLPost's,
      *with a signed amount for the line being placed so a negative
      *one can go on the opposite side.
       01 ws-entry-work.
         05 ws-ar-amount           pic s9(10)v99 value 0.
         05 ws-total-debits        pic 9(10)v99  value 0.
         05 ws-total-credits       pic 9(10)v99  value 0.
         05 ws-line-amount         pic 9(10)v99  value 0.
         05 ws-signed-amount       pic s9(10)v99 value 0.
         05 ws-normal-side         pic x(1)      value spaces.
         05 ws-line-cost           pic 9(8)v99   value 0.
         05 ws-entry-bad           pic x         value "N".

       01 ws-posting-counts.
         05 ws-posted-count        pic 9(9)      value 0.
         05 ws-record-number       pic 9(9)      value 0.
         05 ws-lines-posted        pic 9(5)      value 0.
         05 ws-returns-posted      pic 9(5)      value 0.
         05 ws-bad-count           pic 9(5)      value 0.
         05 ws-no-cost-count       pic 9(5)      value 0.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-saleshist-status    pic xx        value "00".
         05 ws-master-status       pic xx        value "00".
         05 ws-map-status          pic xx        value "00".
         05 ws-control-status      pic xx        value "00".
         05 ws-gljrnl-status       pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *this program only reads the master, so it checks the lock and
      *backs off while an updating program holds it.

           copy LOCKREQ.

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 005-clear-prior-journal.
           perform 008-read-posted-count.
           perform 012-load-account-map.
           perform 010-open-files.
           perform 020-skip-posted-records.
           perform 025-write-headings.

           perform 100-add-history-record
             until ws-eof-flag = "y".

           close sales-history-file.
           close item-master.

           perform 200-build-journal-entry.

           goback.

      *This deletes whatever journal file the prior run left behind,
      *before anything else can fail - same stance as A2-GLPost's
      *008-clear-prior-journal, so the ledger pickup can never find
      *a stale or unproven feed.
       005-clear-prior-journal.
           delete file gl-journal-file.

      *This reads how many history records are already posted. A
      *fresh deployment has no control file yet - everything on the
      *history is unposted.
       008-read-posted-count.
           open input post-control-file.

           if ws-control-status = "00" then
               read post-control-file
                   at end continue
                   not at end
                       if pc-posted-count numeric
                           move pc-posted-count to ws-posted-count
                       end-if
               end-read
               close post-control-file
           end-if.

      *This checks the interlock and opens the history and the
      *master - a posting run with either missing fails loudly.
       010-open-files.
           move "C" to ml-function.
           move "A2-SALESGLPOST" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-SALESGLPOST - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

           open input sales-history-file.

           if ws-saleshist-status not = "00"
               display
                 "A2-SALESGLPOST - SALES HISTORY OPEN FAILED, "
                 "STATUS " ws-saleshist-status
               move 1 to return-code
               goback
           end-if.

           open input item-master.

           if ws-master-status not = "00"
               display
                 "A2-SALESGLPOST - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               move 1 to return-code
               goback
           end-if.

      *This loads the account map into ws-map-table, peeling the "*"
      *row off as the receivables control account - same load as
      *A2-GLPost's 012-load-account-map.
       012-load-account-map.
           open input account-map-file.

           if ws-map-status not = "00"
               display
                 "A2-SALESGLPOST - ACCOUNT MAP OPEN FAILED, STATUS "
                 ws-map-status
               move 1 to return-code
               goback
           end-if.

           perform until ws-map-eof-flag = "y"
               read account-map-file
                   at end
                       move "y" to ws-map-eof-flag
                   not at end
                       if ga-class = "*"
                           move ga-sales-acct to ws-ar-account
                       else
                           if ws-map-count >= 10
                               display "A2-SALESGLPOST - ACCOUNT MAP "
                                 "TABLE FULL - IGNORING EXTRA ROW "
                                 "FOR CLASS " ga-class
                           else
                               add 1 to ws-map-count
                               move ga-class          to
                                   ws-mt-class(ws-map-count)
                               move ga-sales-acct     to
                                   ws-mt-sales-acct(ws-map-count)
                               move ga-freight-acct   to
                                   ws-mt-freight-acct(ws-map-count)
                               move ga-cogs-acct      to
                                   ws-mt-cogs-acct(ws-map-count)
                               move ga-inventory-acct to
                                   ws-mt-inventory-acct(ws-map-count)
                           end-if
                       end-if
               end-read
           end-perform.

           close account-map-file.

           if ws-ar-account = spaces
               display "A2-SALESGLPOST - NO RECEIVABLES CONTROL ROW "
                 "(CLASS *) ON A2-GLACCTS.DAT"
               move 1 to return-code
               goback
           end-if.

      *This reads past the records already posted. A history with
      *fewer records than were posted has been cut back or replaced
      *under the posting - fail loudly rather than guess where to
      *start.
       020-skip-posted-records.
           perform until ws-record-number >= ws-posted-count or
             ws-eof-flag = "y"
               read sales-history-file
                   at end
                       move "y" to ws-eof-flag
                   not at end
                       add 1 to ws-record-number
               end-read
           end-perform.

           if ws-record-number < ws-posted-count
               display "A2-SALESGLPOST - SALES HISTORY HOLDS "
                 ws-record-number " RECORDS, " ws-posted-count
                 " ALREADY POSTED - CHECK A2-SALESGLPOST.CTL"
               move 1 to return-code
               goback
           end-if.

           perform 030-read-history.

      *This opens the register and heads it - exceptions met while
      *reading the history list under the heading, ahead of the
      *entry.
       025-write-headings.
           open output posting-report-file.

           move ws-run-date-stamp to ws-ph-run-date.
           write posting-report-line from ws-posting-heading.
           write posting-report-line from spaces
             after advancing 1 line.

       030-read-history.
           read sales-history-file
               at end
                   move "y" to ws-eof-flag
               not at end
                   add 1 to ws-record-number
           end-read.

      *This adds one unposted history record into its class's
      *buckets - the net and freight billed, and the shipped quantity
      *at the item's unit cost. A return line takes them back off.
      *A record whose amounts are garbage cannot be posted and is
      *listed for the GL desk to journal by hand.
       100-add-history-record.
           if sh-quantity not numeric or
             sh-net-amount not numeric or
             sh-trans-charge not numeric
               add 1 to ws-bad-count
               move "NOT POSTED - AMOUNTS NOT NUMERIC" to ws-ex-text
               perform 190-hold-exception
           else
               perform 110-find-class-entry
               perform 120-cost-history-line
               if sh-line-type = "R"
                   add 1 to ws-returns-posted
                   subtract sh-net-amount from
                     ws-ct-net(ws-found-class-idx)
                   subtract sh-trans-charge from
                     ws-ct-trans(ws-found-class-idx)
                   subtract ws-line-cost from
                     ws-ct-cost(ws-found-class-idx)
               else
                   add sh-net-amount to
                     ws-ct-net(ws-found-class-idx)
                   add sh-trans-charge to
                     ws-ct-trans(ws-found-class-idx)
                   add ws-line-cost to
                     ws-ct-cost(ws-found-class-idx)
               end-if
               add 1 to ws-lines-posted
           end-if.

           perform 030-read-history.

      *This finds (or starts) the class bucket for the history
      *record just read - same as A2-GLPost's 110-find-class-entry.
       110-find-class-entry.
           move 0 to ws-found-class-idx.
           perform varying class-idx from 1 by 1
             until class-idx > ws-class-count
               if ws-ct-class(class-idx) = sh-product-class
                   move class-idx to ws-found-class-idx
                   exit perform
               end-if
           end-perform.

           if ws-found-class-idx = 0
               if ws-class-count >= 10
                   display "A2-SALESGLPOST - CLASS TABLE FULL - "
                     "CLASS " sh-product-class " CANNOT BE POSTED"
                   move 1 to return-code
                   goback
               end-if
               add 1 to ws-class-count
               move ws-class-count   to ws-found-class-idx
               move sh-product-class to ws-ct-class(ws-class-count)
               move 0 to ws-ct-net(ws-class-count)
               move 0 to ws-ct-trans(ws-class-count)
               move 0 to ws-ct-cost(ws-class-count)
           end-if.

      *This values the line's quantity at the item's unit cost on
      *the master. An item no longer on the master, or with no cost,
      *posts its sale with no cost of goods and is listed so the GL
      *desk can journal the cost by hand.
       120-cost-history-line.
           move 0 to ws-line-cost.
           move sh-item-number to il-item-number.

           read item-master
               invalid key
                   add 1 to ws-no-cost-count
                   move "NO COST - ITEM NOT ON MASTER" to ws-ex-text
                   perform 190-hold-exception
               not invalid key
                   if il-unit-cost numeric and il-unit-cost > 0
                       multiply sh-quantity by il-unit-cost
                         giving ws-line-cost
                   else
                       add 1 to ws-no-cost-count
                       move "NO COST - ITEM HAS NO UNIT COST" to
                         ws-ex-text
                       perform 190-hold-exception
                   end-if
           end-read.

      *This lists a history record the posting could not fully
      *value, ahead of the entry on the register.
       190-hold-exception.
           move sh-item-number   to ws-ex-item-number.
           move ws-record-number to ws-ex-record-number.
           write posting-report-line from ws-exception-line
             after advancing 1 line.

      *This builds and writes the journal entry off the class
      *buckets - receivables first, then per class the sales and
      *freight credits and the cost-of-goods-sold debit and
      *inventory credit - proving every class maps to accounts and
      *that the entry balances before anything goes to the ledger.
       200-build-journal-entry.
           perform varying class-idx from 1 by 1
             until class-idx > ws-class-count
               perform 210-find-map-entry
               if ws-found-map-idx = 0
                   display "A2-SALESGLPOST - CLASS "
                     ws-ct-class(class-idx)
                     " NOT ON ACCOUNT MAP - NOTHING POSTED"
                   move "Y" to ws-entry-bad
               else
                   if ws-mt-cogs-acct(ws-found-map-idx) = spaces or
                     ws-mt-inventory-acct(ws-found-map-idx) = spaces
                       display "A2-SALESGLPOST - CLASS "
                         ws-ct-class(class-idx)
                         " HAS NO COST ACCOUNTS ON ACCOUNT MAP - "
                         "NOTHING POSTED"
                       move "Y" to ws-entry-bad
                   end-if
               end-if
           end-perform.

           if ws-entry-bad = "Y"
               move 1 to return-code
               goback
           end-if.

           move 0 to ws-ar-amount.
           perform varying class-idx from 1 by 1
             until class-idx > ws-class-count
               compute ws-ar-amount = ws-ar-amount +
                 ws-ct-net(class-idx) + ws-ct-trans(class-idx)
           end-perform.

           move ws-posted-count  to ws-rl-from.
           move ws-record-number to ws-rl-to.
           write posting-report-line from ws-range-line
             after advancing 2 lines.
           write posting-report-line from ws-posting-title
             after advancing 2 lines.

           move ws-ar-account         to ws-pd-account.
           move "ACCOUNTS RECEIVABLE" to ws-pd-description.
           move ws-ar-amount          to ws-signed-amount.
           move "D"                   to ws-normal-side.
           perform 290-place-line.

           perform varying class-idx from 1 by 1
             until class-idx > ws-class-count
               perform 210-find-map-entry
               perform 220-write-class-lines
           end-perform.

           perform 900-write-totals-and-verdict.

           close posting-report-file.

      *This finds the account-map entry for the class bucket
      *class-idx points at.
       210-find-map-entry.
           move 0 to ws-found-map-idx.
           perform varying map-idx from 1 by 1
             until map-idx > ws-map-count
               if ws-mt-class(map-idx) = ws-ct-class(class-idx)
                   move map-idx to ws-found-map-idx
                   exit perform
               end-if
           end-perform.

      *This writes one class's journal lines - sales credit, freight
      *credit, cost-of-goods-sold debit and inventory credit, each
      *skipped when it comes to nothing.
       220-write-class-lines.
           move ws-mt-sales-acct(ws-found-map-idx) to ws-pd-account.
           move spaces to ws-pd-description.
           string "CLASS " ws-ct-class(class-idx)
             " SALES" delimited by size
             into ws-pd-description.
           move ws-ct-net(class-idx) to ws-signed-amount.
           move "C" to ws-normal-side.
           perform 290-place-line.

           move ws-mt-freight-acct(ws-found-map-idx) to ws-pd-account.
           move spaces to ws-pd-description.
           string "CLASS " ws-ct-class(class-idx)
             " FREIGHT" delimited by size
             into ws-pd-description.
           move ws-ct-trans(class-idx) to ws-signed-amount.
           move "C" to ws-normal-side.
           perform 290-place-line.

           move ws-mt-cogs-acct(ws-found-map-idx) to ws-pd-account.
           move spaces to ws-pd-description.
           string "CLASS " ws-ct-class(class-idx)
             " COST OF GOODS SOLD" delimited by size
             into ws-pd-description.
           move ws-ct-cost(class-idx) to ws-signed-amount.
           move "D" to ws-normal-side.
           perform 290-place-line.

           move ws-mt-inventory-acct(ws-found-map-idx) to
             ws-pd-account.
           move spaces to ws-pd-description.
           string "CLASS " ws-ct-class(class-idx)
             " INVENTORY" delimited by size
             into ws-pd-description.
           move ws-ct-cost(class-idx) to ws-signed-amount.
           move "C" to ws-normal-side.
           perform 290-place-line.

      *This puts the signed amount on its normal side, or on the
      *other side when it is negative (returns outweighing sales),
      *and skips a line that comes to nothing.
       290-place-line.
           if ws-signed-amount < 0
               compute ws-line-amount = 0 - ws-signed-amount
               if ws-normal-side = "D"
                   perform 310-write-credit-line
               else
                   perform 300-write-debit-line
               end-if
           else
               if ws-signed-amount > 0
                   move ws-signed-amount to ws-line-amount
                   if ws-normal-side = "D"
                       perform 300-write-debit-line
                   else
                       perform 310-write-credit-line
                   end-if
               end-if
           end-if.

      *This writes one debit line to the register and holds it in
      *the entry table - same as A2-GLPost's.
       300-write-debit-line.
           move ws-line-amount to ws-pd-debit.
           move 0              to ws-pd-credit.
           write posting-report-line from ws-posting-detail
             after advancing 1 line.

           add 1 to ws-jl-count.
           move ws-pd-account  to ws-jl-account(ws-jl-count).
           move "D"            to ws-jl-dr-cr(ws-jl-count).
           move ws-line-amount to ws-jl-amount(ws-jl-count).

           add ws-line-amount to ws-total-debits.

      *This writes one credit line to the register and holds it in
      *the entry table, the same way.
       310-write-credit-line.
           move 0              to ws-pd-debit.
           move ws-line-amount to ws-pd-credit.
           write posting-report-line from ws-posting-detail
             after advancing 1 line.

           add 1 to ws-jl-count.
           move ws-pd-account  to ws-jl-account(ws-jl-count).
           move "C"            to ws-jl-dr-cr(ws-jl-count).
           move ws-line-amount to ws-jl-amount(ws-jl-count).

           add ws-line-amount to ws-total-credits.

      *This writes the counts, the entry totals and the balance
      *verdict. Only a balanced entry is released to the journal
      *file and moves the posted mark; a disagreement ends with
      *RETURN-CODE 1, writes no journal and leaves the mark where it
      *was, so the next run posts the same records again.
       900-write-totals-and-verdict.
           move ws-lines-posted   to ws-cl-posted.
           move ws-returns-posted to ws-cl-returns.
           move ws-bad-count      to ws-cl-bad.
           move ws-no-cost-count  to ws-cl-no-cost.
           write posting-report-line from ws-count-line
             after advancing 2 lines.

           move ws-total-debits  to ws-pt-debits.
           move ws-total-credits to ws-pt-credits.
           write posting-report-line from ws-posting-total-line
             after advancing 2 lines.

           if ws-total-debits = ws-total-credits
               move "ENTRY BALANCES" to ws-pv-text
               perform 920-write-journal-file
               perform 930-save-posted-count
           else
               move "ENTRY OUT OF BALANCE" to ws-pv-text
               move 1 to return-code
               display "A2-SALESGLPOST - JOURNAL ENTRY OUT OF "
                 "BALANCE - NO JOURNAL WRITTEN - SEE "
                 "A2-SALESGLPOST.OUT"
           end-if.

           write posting-report-line from ws-posting-verdict
             after advancing 2 lines.

      *This writes the proven entry to the machine-readable journal
      *file - only a balanced entry ever reaches this paragraph.
       920-write-journal-file.
           open output gl-journal-file.

           perform varying jl-idx from 1 by 1
             until jl-idx > ws-jl-count
               move ws-run-date-stamp     to gj-run-date
               move ws-jl-account(jl-idx) to gj-account
               move ws-jl-dr-cr(jl-idx)   to gj-dr-cr
               move ws-jl-amount(jl-idx)  to gj-amount
               write gl-journal-record
           end-perform.

           close gl-journal-file.

      *This moves the posted mark up to the last history record this
      *run posted, once its journal is on disk.
       930-save-posted-count.
           open output post-control-file.

           if ws-control-status not = "00"
               display
                 "A2-SALESGLPOST - POST CONTROL FILE OPEN FAILED, "
                 "STATUS " ws-control-status
                 " - NEXT RUN WILL REPOST THESE RECORDS"
               move 1 to return-code
           else
               move ws-record-number  to pc-posted-count
               move ws-run-date-stamp to pc-posted-date
               write post-control-record
               close post-control-file
           end-if.

       end program A2-SalesGLPost.
