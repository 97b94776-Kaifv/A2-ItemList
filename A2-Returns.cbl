       identification division.
       program-id. A2-Returns.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the customer returns run - the way back
      *from A2-OrderEntry. It reads a return transaction file
      *(customer, item, quantity returned, reason code and the date
      *of the invoice the goods were billed on) and credits each
      *return off the original sale on A2-SalesHist.dat - the net and
      *transportation amounts the customer was billed for the item on
      *that invoice date, prorated by the quantity returned over the
      *quantity sold. The customer is so credited what they were
      *charged, whatever has happened to the price, the rate table or
      *their contract since, and a partial return carries its share
      *of the discount and transportation the sale carried rather
      *than being repriced on its own. Sale lines for the same item
      *invoiced to the customer on the same day are taken together.
      *A return with no such sale, or for more than was sold less
      *what has already been credited against it - by this run or an
      *earlier one - is rejected. Each return line written to the
      *history carries the original invoice date alongside the day
      *it was credited, so the credits a sale has had are read back
      *with the sale itself; a return line written before that date
      *was kept cannot be tied to its sale and is not counted. The
      *returned quantity goes back onto il-quantity on the master and
      *the change is journaled to A2-ItemMaint.jrnl with its own
      *transaction code "R", so A2-AuditList shows a return as a
      *return and A2-AuditApply replays it like a change. The credit
      *comes off the customer's open balance and off their open
      *receivable items oldest first, a return line ("R", counted
      *negative) is appended to the sales history so A2-SalesAnalysis
      *stops counting the returned goods as sold, and a credit memo
      *is printed per customer, numbered off the same invoice control
      *file the invoices are. A return for an unknown customer or
      *item, with a bad quantity, reason code or invoice date, with no
      *sale to credit it against, or that would overflow the on-hand
      *quantity, goes to a reject listing
      *and touches nothing. Returned goods go back to the customer's
      *home warehouse: an item stocked by location (A2-LocStock.dat)
      *has the quantity added to its location there - the location
      *is set up on the spot, with nothing on order and no reorder
      *point, if that warehouse has never stocked the item - and an
      *item not yet stocked by location goes back onto the master
      *alone, held at the main warehouse with the rest of it.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the same indexed item master A2-OrderEntry relieves,
      *opened I-O so returned quantities can be put back.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the indexed customer master - the credit comes off
      *the open balance here.
           select customer-master
           assign to "../../../A2-Cust.dat"
           organization is indexed
           access mode is dynamic
           record key is cu-customer
           file status is ws-customer-status.

      *This is the open-item receivables file - the credit is applied
      *against the customer's open invoices, oldest first, the same
      *way A2-CashApply applies a payment with no invoice named.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is dynamic
           record key is ar-key
           file status is ws-aropen-status.

      *This is the return transaction file from the returns desk -
      *one record per item a customer sent back.
           select return-file
           assign to "../../../A2-Returns.txn"
           organization is line sequential
           file status is ws-return-status.

      *005-sort-returns-by-customer sorts return-file into this work
      *file in customer/item order so the credit memos can break and
      *total at every customer change.
           select sorted-return-file
           assign to "../../../A2-Returns.sorted"
           organization is line sequential.

      *This is the scratch file the sort itself works through.
           select sort-work-file
           assign to "../../../A2-ReturnSort.tmp".

      *This is the credit memo listing, one credit memo per customer.
           select credit-memo-file
           assign to "../../../A2-Returns.out"
           organization is line sequential.

      *This is the reject listing for returns that could not be
      *credited.
           select reject-file
           assign to "../../../A2-Returns.rejects"
           organization is line sequential.

      *This is the same audit journal A2-ItemMaint appends to - one
      *record per return put back on the master, with code "R".
           select audit-journal
           assign to "../../../A2-ItemMaint.jrnl"
           organization is line sequential
           file status is ws-journal-status.

      *This is the same sales-history file the invoicing programs
      *append to - the sale lines being credited are read off it
      *first, and a return line then goes on it counted negative.
           select sales-history-file
           assign to "../../../A2-SalesHist.dat"
           organization is line sequential
           file status is ws-saleshist-status.

      *This is the invoice control file A2-OrderEntry and
      *A2-BORelease number their invoices from - credit memos take
      *their numbers from the same sequence.
           select invoice-control-file
           assign to "../../../A2-Invoice.ctl"
           organization is line sequential
           file status is ws-control-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *opened I-O so returned goods can be put back at the
      *customer's home warehouse.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

       data division.
       file section.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd customer-master
           data record is customer-line.

           copy CUSTREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd ar-open-file
           data record is ar-open-item.

           copy ARREC.

       fd return-file
           data record is return-line
           record contains 23 characters.

       01 return-line.
         05 rt-customer            pic x(6).
         05 rt-item-number         pic x(4).
         05 rt-quantity            pic 999.
         05 rt-reason-code         pic x(2).
         05 rt-invoice-date        pic x(8).

       sd sort-work-file
           data record is sort-work-record.

       01 sort-work-record.
         05 sw-customer            pic x(6).
         05 sw-item-number         pic x(4).
         05 sw-quantity            pic 999.
         05 sw-reason-code         pic x(2).
         05 sw-invoice-date        pic x(8).

       fd sorted-return-file
           data record is sorted-return-line
           record contains 23 characters.

       01 sorted-return-line.
         05 so-customer            pic x(6).
         05 so-item-number         pic x(4).
         05 so-quantity            pic 999.
         05 so-reason-code         pic x(2).
         05 so-invoice-date        pic x(8).

      *so-quantity as plain text, for the reject listing.
       01 sorted-return-line-raw redefines sorted-return-line.
         05 filler                 pic x(10).
         05 so-quantity-raw        pic x(3).
         05 filler                 pic x(10).

       fd credit-memo-file
           data record is credit-memo-line
           record contains 120 characters.

       01 credit-memo-line         pic x(120).

       fd reject-file
           data record is reject-line
           record contains 80 characters.

       01 reject-line              pic x(80).

       fd audit-journal
           data record is audit-record
           record contains 107 characters.

           copy AUDITREC.

       fd sales-history-file
           data record is sales-history-record
           record contains 57 characters.

           copy SALESREC.

       fd invoice-control-file
           data record is invoice-control-record
           record contains 6 characters.

       01 invoice-control-record.
         05 ic-last-invoice-number pic 9(6).

       working-storage section.

      *****************************************************************
      *This section holds the credit memo headings - same layout as
      *A2-OrderEntry's invoice, headed as a credit memo.

       01 ws-report-heading.
         05 filler                 pic x(40)     value
         "A2-Returns - CUSTOMER CREDIT MEMOS".

       01 ws-memo-heading.
         05 filler                 pic x(22)     value
         "CREDIT MEMO - CUSTOMER".
         05 filler                 pic x(1)      value spaces.
         05 ws-cm-customer         pic x(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-cm-name             pic x(20).
         05 filler                 pic x(13)     value
         "  CREDIT NO. ".
         05 ws-cm-number           pic 9(6).

       01 ws-memo-address.
         05 filler                 pic x(10)     value "BILL TO   ".
         05 ws-cm-address          pic x(30).

       01 ws-memo-title.
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(6)      value "  QTY ".
         05 filler                 pic x(12)     value
         "  UNIT NET  ".
         05 filler                 pic x(12)     value
         "  NET CREDIT".
         05 filler                 pic x(14)     value
         "  TRANS CREDIT".
         05 filler                 pic x(22)     value
         "   INV DATE  REASON".

      *****************************************************************
      *This is the credit memo detail line for one returned item -
      *the unit net is what the sale was billed per unit after its
      *discount, the net and transportation credit its share of the
      *sale's amounts.

       01 ws-memo-detail.
         05 filler                 pic x(2)      value spaces.
         05 ws-cm-item-number      pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-cm-description      pic x(13).
         05 filler                 pic x(2)      value spaces.
         05 ws-cm-quantity         pic zz9.
         05 filler                 pic x(3)      value spaces.
         05 ws-cm-unit-net         pic zzz,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-cm-net              pic z,zzz,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-cm-trans-charge     pic z,zzz,zz9.99.
         05 filler                 pic x(3)      value spaces.
         05 ws-cm-invoice-date     pic x(8).
         05 filler                 pic x(2)      value spaces.
         05 ws-cm-reason           pic x(14).

      *****************************************************************
      *This is the credit memo total line written at every customer
      *break, and the line noting any credit the customer's open
      *balance could not absorb.

       01 ws-memo-total-line.
         05 filler                 pic x(10)     value spaces.
         05 filler                 pic x(14)     value
         "CREDIT TOTAL  ".
         05 ws-cmt-net             pic $$$,$$$,$$9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-cmt-trans-charge    pic $$$,$$$,$$9.99.
         05 filler                 pic x(9)      value "  CREDIT ".
         05 ws-cmt-amount          pic $$$,$$$,$$9.99.

       01 ws-credit-due-line.
         05 filler                 pic x(10)     value spaces.
         05 filler                 pic x(44)     value
         "*** CREDIT EXCEEDS OPEN BALANCE - DUE CUST ".
         05 ws-cd-amount           pic $$$,$$$,$$9.99.

      *****************************************************************
      *This section holds the running totals for the credit memo
      *currently being built, rolled into the run grand totals at
      *every customer break.

       01 ws-memo-break.
         05 ws-prev-customer       pic x(6)      value spaces.
         05 ws-customer-first-time pic x         value "Y".
         05 ws-cb-net              pic 9(9)v99   value 0.
         05 ws-cb-trans-charge     pic 9(9)v99   value 0.

       01 ws-grand-total-line.
         05 filler                 pic x(10)     value spaces.
         05 filler                 pic x(14)     value
         "RUN TOTALS    ".
         05 ws-gt-net              pic $$$,$$$,$$9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-trans-charge     pic $$$,$$$,$$9.99.
         05 filler                 pic x(9)      value "  CREDIT ".
         05 ws-gt-amount           pic $$$,$$$,$$9.99.

       01 ws-run-totals.
         05 ws-rt-net              pic 9(9)v99   value 0.
         05 ws-rt-trans-charge     pic 9(9)v99   value 0.
         05 ws-credited-count      pic 9(5)      value 0.
         05 ws-rejected-count      pic 9(5)      value 0.

      *****************************************************************
      *This section is for the reject listing headings and detail
      *line for returns that could not be credited.

       01 ws-reject-heading.
         05 filler                 pic x(40)     value
         "A2-Returns - REJECTED RETURNS".

       01 ws-reject-title.
         05 filler                 pic x(10)     value "CUSTOMER  ".
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(6)      value "  QTY ".
         05 filler                 pic x(30)     value
         "REASON".

       01 ws-reject-detail.
         05 filler                 pic x(1).
         05 ws-rej-customer        pic x(6).
         05 filler                 pic x(4)      value spaces.
         05 ws-rej-item-number     pic x(4).
         05 filler                 pic x(3)      value spaces.
         05 ws-rej-quantity        pic x(3).
         05 filler                 pic x(3)      value spaces.
         05 ws-rej-reason          pic x(40).

       01 ws-reject-total.
         05 filler                 pic x(27)     value
         "TOTAL RETURNS REJECTED     ".
         05 ws-rej-total-count     pic zz,zz9.

      *****************************************************************
      *This section is solely for the purpose of calculation - the
      *share of the sale's amounts the quantity returned is credited.

       01 ws-calcs.
         05 ws-unit-net-calc       pic 9(6)v99   value 0.
         05 ws-net-price-calc      pic 9(8)v99   value 0.
         05 ws-trans-charge-calc   pic 9(8)v99   value 0.
         05 ws-credit-calc         pic 9(9)v99   value 0.
         05 ws-new-quantity        pic 9(4)      value 0.
         05 ws-sale-qty-left       pic 9(5)      value 0.

      *****************************************************************
      *This section holds the credit posting work - how much of the
      *credit the open balance and the open items absorb, and what is
      *left over owed back to the customer.
       01 ws-credit-work.
         05 ws-balance-credit      pic 9(9)v99   value 0.
         05 ws-credit-due-customer pic 9(9)v99   value 0.
         05 ws-unapplied-amount    pic 9(9)v99   value 0.
         05 ws-item-open-amount    pic 9(7)v99   value 0.
         05 ws-item-applied        pic 9(7)v99   value 0.

      *****************************************************************
      *This section is the sales being credited - one entry for each
      *customer, item and original invoice date on the return file,
      *carrying what the sale lines on A2-SalesHist.dat for it add up
      *to and how much of that has been credited back so far, by
      *earlier runs and this one.
      *More returns than the table holds fails the run loudly, same
      *stance as A2-OrderEntry's contract table.
       01 ws-sale-table.
         05 ws-sale-entry          occurs 200 times
                                    indexed by sale-idx.
           10 ws-sl-customer         pic x(6).
           10 ws-sl-item-number      pic x(4).
           10 ws-sl-invoice-date     pic x(8).
           10 ws-sl-qty-sold         pic 9(5).
           10 ws-sl-net-sold         pic 9(9)v99.
           10 ws-sl-trans-sold       pic 9(9)v99.
           10 ws-sl-qty-credited     pic 9(5).
           10 ws-sl-net-credited     pic 9(9)v99.
           10 ws-sl-trans-credited   pic 9(9)v99.

       01 ws-sale-control.
         05 ws-sale-count          pic 9(3)      value 0.
         05 ws-found-sale-idx      pic 9(3)      value 0.
         05 ws-sale-eof-flag       pic x         value "n".
         05 ws-lookup-customer     pic x(6)      value spaces.
         05 ws-lookup-item         pic x(4)      value spaces.
         05 ws-lookup-date         pic x(8)      value spaces.

      *****************************************************************
      *This section is of the constants - the valid product classes,
      *same set A2-ItemList's 135-validate-input accepts, and the
      *return reason codes the returns desk keys, with the text the
      *credit memo prints for each.

       01 ws-constants.
         05 ws-a-class             pic x         value "A".
         05 ws-b-class             pic x         value "B".
         05 ws-f-class             pic x         value "F".
         05 ws-d-class             pic x         value "D".
         05 ws-c-class             pic x         value "C".
         05 ws-z-class             pic x         value "Z".
         05 ws-g-class             pic x         value "G".

       01 ws-reason-values.
         05 filler                 pic x(16)     value
         "DMDAMAGED       ".
         05 filler                 pic x(16)     value
         "DFDEFECTIVE     ".
         05 filler                 pic x(16)     value
         "WIWRONG ITEM    ".
         05 filler                 pic x(16)     value
         "OEORDER ERROR   ".
         05 filler                 pic x(16)     value
         "OSOVERSTOCK     ".

       01 ws-reason-table redefines ws-reason-values.
         05 ws-reason-entry        occurs 5 times
                                    indexed by reason-idx.
           10 ws-reason-code         pic x(2).
           10 ws-reason-text         pic x(14).

       01 ws-found-reason-text     pic x(14)     value spaces.

      *****************************************************************
      *This section holds the result of validating a return before
      *it is allowed through to pricing and the master rewrite.
       01 ws-validation.
         05 ws-valid-return        pic x         value "Y".
         05 ws-reject-reason       pic x(40)     value spaces.

      *****************************************************************
      *This section supports the audit journal - same before/after
      *image pattern as A2-ItemMaint, with the return code instead
      *of a maintenance code.
       01 ws-audit-work.
         05 ws-before-image        pic x(43)     value spaces.
         05 ws-after-image         pic x(43)     value spaces.
         05 ws-audit-date          pic x(8).
         05 ws-audit-time          pic x(8).

       01 ws-codes.
         05 ws-return-code         pic x         value "R".

      *****************************************************************
      *This section holds the credit memo numbering - the same
      *control-file sequence the invoices are numbered from.
       01 ws-memo-numbering.
         05 ws-last-invoice-number pic 9(6)      value 0.
         05 ws-memo-number         pic 9(6)      value 0.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-ar-eof-flag         pic x         value "n".

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-customer-status     pic xx        value "00".
         05 ws-aropen-status       pic xx        value "00".
         05 ws-return-status       pic xx        value "00".
         05 ws-journal-status      pic xx        value "00".
         05 ws-saleshist-status    pic xx        value "00".
         05 ws-control-status      pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This section holds the warehouse a return goes back to (the
      *customer's home warehouse) and what 175-check-return-location
      *found there - whether the item is stocked by location, whether
      *it has a location at that warehouse, and what that location's
      *on-hand quantity comes to with the return added.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-return-warehouse    pic x(2)      value "01".
         05 ws-item-located        pic x         value "N".
         05 ws-location-found      pic x         value "N".
         05 ws-new-location-qty    pic 9(4)      value 0.

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *this program updates A2.dat, so it takes the lock before the
      *master opens and releases it after the close.

           copy LOCKREQ.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 005-sort-returns-by-customer.
           perform 010-open-files.
           perform 008-read-last-invoice-number.
           perform 020-write-headings.
           perform 030-read-return.

           perform 100-process-return
             until ws-eof-flag = "y".

      *force out the credit memo total for whichever customer was
      *still in progress when the return file ran out
           if ws-customer-first-time = "N"
               perform 196-write-memo-total
           end-if.

           perform 900-write-grand-total.
           perform 905-save-last-invoice-number.
           perform 910-close-files.

           goback.

      *This sorts return-file into customer/item order so the credit
      *memos can break and total at every customer change - same
      *sort front end as A2-OrderEntry's order sort.
       005-sort-returns-by-customer.
           sort sort-work-file
             on ascending key sw-customer
             on ascending key sw-item-number
             using return-file
             giving sorted-return-file.

      *SORT ... USING opens return-file itself, so a missing
      *A2-Returns.txn must be caught off ws-return-status once the
      *SORT returns.
           if ws-return-status not = "00"
               display "A2-RETURNS - RETURN FILE OPEN FAILED, STATUS "
                 ws-return-status
               move 1 to return-code
               goback
           end-if.

      *This reads the last number used off the invoice control file.
      *It is read once the update lock is held, the same lock the
      *invoicing programs hold while they number, so the sequence
      *never moves under the run.
       008-read-last-invoice-number.
           open input invoice-control-file.

           if ws-control-status = "00" then
               read invoice-control-file
                   at end continue
                   not at end
                       if ic-last-invoice-number numeric
                           move ic-last-invoice-number to
                             ws-last-invoice-number
                       end-if
               end-read
               close invoice-control-file
           end-if.

      *open the masters and the open-item file for dynamic (keyed)
      *access and the return/listing files for sequential processing
      *- same status check pattern as A2-OrderEntry
       010-open-files.
           perform 015-lock-master.

           open i-o item-master.

           if ws-master-status not = "00"
               display
                 "A2-RETURNS - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open i-o customer-master.

           if ws-customer-status not = "00"
               display
                 "A2-RETURNS - CUSTOMER MASTER OPEN FAILED, STATUS "
                 ws-customer-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open i-o ar-open-file.

           if ws-aropen-status = "35"
               open output ar-open-file
               close ar-open-file
               open i-o ar-open-file
           end-if.

           if ws-aropen-status not = "00"
               display
                 "A2-RETURNS - OPEN ITEM FILE OPEN FAILED, "
                 "STATUS " ws-aropen-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

      *The location-stock file is built empty and reopened when there
      *is none yet - same pattern as A2-OrderEntry.
           open i-o location-file.

           if ws-location-status = "35"
               open output location-file
               close location-file
               open i-o location-file
           end-if.

           if ws-location-status not = "00"
               display
                 "A2-RETURNS - LOCATION FILE OPEN FAILED, "
                 "STATUS " ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

      *The sales being credited are read off the history before it is
      *opened for the return lines to be appended.
           perform 012-load-sale-table.

           open input sorted-return-file.
           open output credit-memo-file.
           open output reject-file.

      *The audit journal and the sales history accumulate across
      *runs - extended, with the same OPEN OUTPUT fallback for a
      *fresh deployment as A2-ItemMaint and A2-OrderEntry use.
           open extend audit-journal.
           if ws-journal-status not = "00"
               open output audit-journal
               if ws-journal-status not = "00"
                   display
                     "A2-RETURNS - AUDIT JOURNAL OPEN FAILED, "
                     "STATUS " ws-journal-status
                   perform 915-unlock-master
                   move 1 to return-code
                   goback
               end-if
           end-if.

           open extend sales-history-file.
           if ws-saleshist-status not = "00"
               open output sales-history-file
               if ws-saleshist-status not = "00"
                   display
                     "A2-RETURNS - SALES HISTORY OPEN FAILED, "
                     "STATUS " ws-saleshist-status
                   perform 915-unlock-master
                   move 1 to return-code
                   goback
               end-if
           end-if.

           write reject-line from ws-reject-heading.
           write reject-line from ws-reject-title
             after advancing 2 lines.

      *This builds the table of sales being credited - one pass over
      *the return file to note each customer, item and original
      *invoice date returned against, then one pass over the sales
      *history adding up the sale lines that match and the return
      *lines earlier runs credited against them. No history yet
      *just means there is nothing to credit against.
       012-load-sale-table.
           open input sorted-return-file.

           move "n" to ws-sale-eof-flag.
           perform until ws-sale-eof-flag = "y"
               read sorted-return-file
                   at end
                       move "y" to ws-sale-eof-flag
                   not at end
                       perform 013-register-return
               end-read
           end-perform.

           close sorted-return-file.

           open input sales-history-file.

           if ws-saleshist-status = "00"
               move "n" to ws-sale-eof-flag
               perform until ws-sale-eof-flag = "y"
                   read sales-history-file
                       at end
                           move "y" to ws-sale-eof-flag
                       not at end
                           if (sh-line-type = spaces or
                             (sh-line-type = "R" and
                             sh-original-date not = spaces)) and
                             sh-quantity numeric and
                             sh-net-amount numeric and
                             sh-trans-charge numeric
                               perform 014-add-sale-line
                           end-if
                   end-read
               end-perform
               close sales-history-file
           end-if.

       013-register-return.
           move so-customer     to ws-lookup-customer.
           move so-item-number  to ws-lookup-item.
           move so-invoice-date to ws-lookup-date.
           perform 145-find-sale-entry.

           if ws-found-sale-idx = 0
               if ws-sale-count >= 200
                   display "A2-RETURNS - SALE TABLE FULL - "
                     "A2-RETURNS.TXN EXCEEDS 200 SALES TO CREDIT"
                   perform 915-unlock-master
                   move 1 to return-code
                   goback
               end-if
               add 1 to ws-sale-count
               set sale-idx to ws-sale-count
               move so-customer     to ws-sl-customer(sale-idx)
               move so-item-number  to ws-sl-item-number(sale-idx)
               move so-invoice-date to ws-sl-invoice-date(sale-idx)
               move 0 to ws-sl-qty-sold(sale-idx)
               move 0 to ws-sl-net-sold(sale-idx)
               move 0 to ws-sl-trans-sold(sale-idx)
               move 0 to ws-sl-qty-credited(sale-idx)
               move 0 to ws-sl-net-credited(sale-idx)
               move 0 to ws-sl-trans-credited(sale-idx)
           end-if.

      *A sale line counts toward what was sold on its own invoice
      *date; a return line counts toward what has been credited
      *against the sale on its original invoice date.
       014-add-sale-line.
           move sh-customer     to ws-lookup-customer.
           move sh-item-number  to ws-lookup-item.
           if sh-line-type = "R"
               move sh-original-date to ws-lookup-date
           else
               move sh-invoice-date  to ws-lookup-date
           end-if.
           perform 145-find-sale-entry.

           if ws-found-sale-idx > 0
               set sale-idx to ws-found-sale-idx
               if sh-line-type = "R"
                   add sh-quantity     to ws-sl-qty-credited(sale-idx)
                   add sh-net-amount   to ws-sl-net-credited(sale-idx)
                   add sh-trans-charge to
                     ws-sl-trans-credited(sale-idx)
               else
                   add sh-quantity     to ws-sl-qty-sold(sale-idx)
                   add sh-net-amount   to ws-sl-net-sold(sale-idx)
                   add sh-trans-charge to ws-sl-trans-sold(sale-idx)
               end-if
           end-if.

      *This takes the A2-MasterLock update lock ahead of the master
      *open - returns must never put stock back into a file another
      *program is mid-run against.
       015-lock-master.
           move "L" to ml-function.
           move "A2-RETURNS" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-RETURNS - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

       020-write-headings.
           write credit-memo-line from ws-report-heading.

       030-read-return.
           read sorted-return-file
               at end
                   move "y" to ws-eof-flag.

      *This credits one return - validated, matched to the sale it
      *reverses and credited its share of what that sale was billed,
      *put back on the master and journaled, then written onto the
      *customer's credit memo and the sales history.
       100-process-return.
           perform 135-validate-return.

           if ws-valid-return = "Y"
               perform 140-find-sale-line
           end-if.

           if ws-valid-return = "Y"
               move 0 to ws-unit-net-calc
               move 0 to ws-net-price-calc
               move 0 to ws-trans-charge-calc

               perform 150-credit-calculation
               perform 170-return-to-stock
           end-if.

           if ws-valid-return = "Y"
               perform 155-note-sale-credited
               perform 195-check-customer-break
               perform 197-accumulate-memo-totals
               perform 200-write-memo-detail
           else
               perform 210-write-reject-line
           end-if.

           perform 030-read-return.

      *This section checks a return before it is priced - a numeric
      *quantity above zero, a reason code the desk recognizes, an
      *original invoice date that is a date no later than today, a
      *customer on the customer master and an item on the item
      *master whose record passes the same field edits
      *A2-OrderEntry applies. The item record read here is what the
      *stock return works from.
       135-validate-return.
           move "Y"    to ws-valid-return.
           move spaces to ws-reject-reason.
           move spaces to ws-found-reason-text.

           perform varying reason-idx from 1 by 1
             until reason-idx > 5
               if ws-reason-code(reason-idx) = so-reason-code
                   move ws-reason-text(reason-idx) to
                     ws-found-reason-text
                   exit perform
               end-if
           end-perform.

           evaluate true
               when so-quantity not numeric
                   move "N" to ws-valid-return
                   move "RETURN QUANTITY NOT NUMERIC" to
                     ws-reject-reason
               when so-quantity = 0
                   move "N" to ws-valid-return
                   move "RETURN QUANTITY ZERO" to ws-reject-reason
               when ws-found-reason-text = spaces
                   move "N" to ws-valid-return
                   move "UNKNOWN REASON CODE" to ws-reject-reason
               when so-invoice-date not numeric
                   move "N" to ws-valid-return
                   move "ORIGINAL INVOICE DATE NOT A DATE" to
                     ws-reject-reason
               when so-invoice-date > ws-run-date-stamp
                   move "N" to ws-valid-return
                   move "ORIGINAL INVOICE DATE IN THE FUTURE" to
                     ws-reject-reason
           end-evaluate.

           if ws-valid-return = "Y"
               move so-customer to cu-customer
               read customer-master
                   invalid key
                       move "N" to ws-valid-return
                       move "CUSTOMER NOT ON FILE" to ws-reject-reason
                   not invalid key
                       if cu-home-warehouse numeric and
                         cu-home-warehouse not = "00"
                           move cu-home-warehouse to
                             ws-return-warehouse
                       else
                           move ws-main-warehouse to
                             ws-return-warehouse
                       end-if
               end-read
           end-if.

           if ws-valid-return = "Y"
               move so-item-number to il-item-number
               read item-master
                   invalid key
                       move "N" to ws-valid-return
                       move "ITEM NOT ON FILE" to ws-reject-reason
                   not invalid key
                       perform 136-validate-item-record
               end-read
           end-if.

      *Same field checks as A2-OrderEntry's 136-validate-item-record,
      *applied to the master record just read.
       136-validate-item-record.
           evaluate true
               when il-quantity not numeric
                   move "N" to ws-valid-return
                   move "ITEM RECORD FAILS VALIDATION - QUANTITY" to
                     ws-reject-reason
               when il-unit-price not numeric
                   move "N" to ws-valid-return
                   move "ITEM RECORD FAILS VALIDATION - PRICE" to
                     ws-reject-reason
               when il-unit-price = 0
                   move "N" to ws-valid-return
                   move "ITEM RECORD FAILS VALIDATION - PRICE" to
                     ws-reject-reason
               when il-qty-on-order not numeric
                   move "N" to ws-valid-return
                   move "ITEM RECORD FAILS VALIDATION - ON ORDER" to
                     ws-reject-reason
               when il-reorder-point not numeric
                   move "N" to ws-valid-return
                   move "ITEM RECORD FAILS VALIDATION - REORDER" to
                     ws-reject-reason
               when il-unit-cost not numeric
                   move "N" to ws-valid-return
                   move "ITEM RECORD FAILS VALIDATION - COST" to
                     ws-reject-reason
               when il-product-class not = ws-a-class and
                 il-product-class not = ws-b-class and
                 il-product-class not = ws-c-class and
                 il-product-class not = ws-d-class and
                 il-product-class not = ws-f-class and
                 il-product-class not = ws-g-class and
                 il-product-class not = ws-z-class
                   move "N" to ws-valid-return
                   move "ITEM RECORD FAILS VALIDATION - CLASS" to
                     ws-reject-reason
           end-evaluate.

      *This section finds the sale the return reverses - the
      *customer's sale lines for the item on the original invoice
      *date - and checks it has enough left uncredited to cover the
      *quantity returned. A sale already credited in full (or more,
      *by hand) has nothing left.
       140-find-sale-line.
           move so-customer     to ws-lookup-customer.
           move so-item-number  to ws-lookup-item.
           move so-invoice-date to ws-lookup-date.
           perform 145-find-sale-entry.

           move 0 to ws-sale-qty-left.
           if ws-found-sale-idx > 0
               set sale-idx to ws-found-sale-idx
               if ws-sl-qty-sold(sale-idx) >
                 ws-sl-qty-credited(sale-idx)
                   subtract ws-sl-qty-credited(sale-idx) from
                     ws-sl-qty-sold(sale-idx) giving ws-sale-qty-left
               end-if
           end-if.

           evaluate true
               when ws-found-sale-idx = 0
                   move "N" to ws-valid-return
                   move "NO SALE OF ITEM ON ORIGINAL INVOICE DATE"
                     to ws-reject-reason
               when ws-sl-qty-sold(sale-idx) = 0
                   move "N" to ws-valid-return
                   move "NO SALE OF ITEM ON ORIGINAL INVOICE DATE"
                     to ws-reject-reason
               when so-quantity > ws-sale-qty-left
                   move "N" to ws-valid-return
                   move "RETURN EXCEEDS QUANTITY SOLD" to
                     ws-reject-reason
           end-evaluate.

      *This finds the sale table entry for ws-lookup-customer, item
      *and date - zero when there is none.
       145-find-sale-entry.
           move 0 to ws-found-sale-idx.
           perform varying sale-idx from 1 by 1
             until sale-idx > ws-sale-count
               if ws-sl-customer(sale-idx) = ws-lookup-customer and
                 ws-sl-item-number(sale-idx) = ws-lookup-item and
                 ws-sl-invoice-date(sale-idx) = ws-lookup-date
                   set ws-found-sale-idx to sale-idx
                   exit perform
               end-if
           end-perform.

      *This section works out the credit - the sale's net and
      *transportation amounts prorated by the quantity returned over
      *the quantity sold. A return that takes the last of the sale
      *gets whatever is left of its amounts, so a sale returned in
      *pieces is credited back to the cent, and no piece is credited
      *more than is left - nothing, once the amounts are used up.
       150-credit-calculation.
           set sale-idx to ws-found-sale-idx.

           compute ws-unit-net-calc rounded =
             ws-sl-net-sold(sale-idx) / ws-sl-qty-sold(sale-idx).

           compute ws-net-price-calc rounded =
             ws-sl-net-sold(sale-idx) * so-quantity
             / ws-sl-qty-sold(sale-idx).
           compute ws-trans-charge-calc rounded =
             ws-sl-trans-sold(sale-idx) * so-quantity
             / ws-sl-qty-sold(sale-idx).

           if so-quantity = ws-sale-qty-left or
             ws-net-price-calc + ws-sl-net-credited(sale-idx) >
             ws-sl-net-sold(sale-idx)
               if ws-sl-net-credited(sale-idx) <
                 ws-sl-net-sold(sale-idx)
                   subtract ws-sl-net-credited(sale-idx) from
                     ws-sl-net-sold(sale-idx) giving ws-net-price-calc
               else
                   move 0 to ws-net-price-calc
               end-if
           end-if.

           if so-quantity = ws-sale-qty-left or
             ws-trans-charge-calc + ws-sl-trans-credited(sale-idx) >
             ws-sl-trans-sold(sale-idx)
               if ws-sl-trans-credited(sale-idx) <
                 ws-sl-trans-sold(sale-idx)
                   subtract ws-sl-trans-credited(sale-idx) from
                     ws-sl-trans-sold(sale-idx) giving
                     ws-trans-charge-calc
               else
                   move 0 to ws-trans-charge-calc
               end-if
           end-if.

      *This section counts the credited return against its sale, so
      *a later return in the run cannot credit the same goods again.
       155-note-sale-credited.
           set sale-idx to ws-found-sale-idx.
           add so-quantity          to ws-sl-qty-credited(sale-idx).
           add ws-net-price-calc    to ws-sl-net-credited(sale-idx).
           add ws-trans-charge-calc to ws-sl-trans-credited(sale-idx).

      *This section puts the returned quantity back on the master's
      *on-hand quantity, rewrites the item record and journals the
      *change with the before and after images. A return that would
      *take the on-hand quantity past what the field holds - on the
      *master or at the home warehouse's location - is rejected
      *rather than truncated. An item stocked by location then has
      *the return put back at the home warehouse by 176.
       170-return-to-stock.
           add il-quantity to so-quantity giving ws-new-quantity.

           perform 175-check-return-location.

           if ws-new-quantity > 999
               move "N" to ws-valid-return
               move "RETURN WOULD OVERFLOW ON-HAND QUANTITY" to
                 ws-reject-reason
           end-if.

           if ws-valid-return = "Y" and ws-new-location-qty > 999
               move "N" to ws-valid-return
               move "RETURN WOULD OVERFLOW LOCATION ON HAND" to
                 ws-reject-reason
           end-if.

           if ws-valid-return = "Y"
               move input-line      to ws-before-image
               move ws-new-quantity to il-quantity

               rewrite input-line
                   invalid key
                       move "N" to ws-valid-return
                       move "MASTER REWRITE FAILED" to
                         ws-reject-reason
                   not invalid key
                       move input-line to ws-after-image
                       perform 300-write-journal-record
               end-rewrite
           end-if.

           if ws-valid-return = "Y" and ws-item-located = "Y"
               perform 176-return-to-location
           end-if.

      *This section looks for the item's locations - an item with
      *any location record is stocked by location - and reads its
      *location at the home warehouse if there is one, working out
      *what that location's on hand comes to with the return added.
       175-check-return-location.
           move "N" to ws-item-located.
           move "N" to ws-location-found.
           move 0   to ws-new-location-qty.

           move so-item-number to ls-item-number.
           move low-values     to ls-warehouse.
           start location-file key not < ls-key
               invalid key
                   continue
               not invalid key
                   read location-file next record
                       at end
                           continue
                       not at end
                           if ls-item-number = so-item-number
                               move "Y" to ws-item-located
                           end-if
                   end-read
           end-start.

           if ws-item-located = "Y"
               move so-item-number      to ls-item-number
               move ws-return-warehouse to ls-warehouse
               read location-file
                   invalid key
                       move so-quantity to ws-new-location-qty
                   not invalid key
                       move "Y" to ws-location-found
                       if ls-qty-on-hand not numeric
                           move 0 to ls-qty-on-hand
                       end-if
                       add ls-qty-on-hand to so-quantity
                         giving ws-new-location-qty
               end-read
           end-if.

      *This section puts the return back at the home warehouse's
      *location once the master has taken it, setting the location
      *up if that warehouse has never stocked the item. A location
      *that will not write is warned about rather than unwinding the
      *credit - A2-IntegCheck reports the difference it leaves.
       176-return-to-location.
           if ws-location-found = "Y"
               move ws-new-location-qty to ls-qty-on-hand
               rewrite location-stock-record
                   invalid key
                       display "A2-RETURNS - ITEM " so-item-number
                         " WAREHOUSE " ws-return-warehouse
                         " LOCATION REWRITE FAILED"
               end-rewrite
           else
               move so-item-number      to ls-item-number
               move ws-return-warehouse to ls-warehouse
               move ws-new-location-qty to ls-qty-on-hand
               move 0                   to ls-qty-on-order
               move 0                   to ls-reorder-point
               move 0                   to ls-qty-in-transit
               write location-stock-record
                   invalid key
                       display "A2-RETURNS - ITEM " so-item-number
                         " WAREHOUSE " ws-return-warehouse
                         " LOCATION WRITE FAILED"
               end-write
           end-if.

      *This section starts a new credit memo the first time a
      *customer is seen in the sorted return file, totalling off the
      *previous customer's memo first - same break pattern as
      *A2-OrderEntry's invoices.
       195-check-customer-break.
           if ws-customer-first-time = "Y" then
               move so-customer to ws-prev-customer
               move "N" to ws-customer-first-time
               perform 198-write-memo-heading
           else
               if so-customer not = ws-prev-customer then
                   perform 196-write-memo-total
                   move so-customer to ws-prev-customer
                   perform 198-write-memo-heading
               end-if
           end-if.

      *This section writes the credit memo total for
      *ws-prev-customer, posts the credit against their balance and
      *open items, rolls it into the run grand totals and resets the
      *memo buckets for the customer that follows.
       196-write-memo-total.
           move ws-cb-net          to ws-cmt-net.
           move ws-cb-trans-charge to ws-cmt-trans-charge.
           add ws-cb-net to ws-cb-trans-charge
             giving ws-credit-calc.
           move ws-credit-calc     to ws-cmt-amount.

           write credit-memo-line from ws-memo-total-line
             after advancing 2 lines.

           perform 199-post-credit.

           add ws-cb-net           to ws-rt-net.
           add ws-cb-trans-charge  to ws-rt-trans-charge.

           move 0 to ws-cb-net.
           move 0 to ws-cb-trans-charge.

      *This section adds the credited return into the memo totals
      *for the customer it belongs to.
       197-accumulate-memo-totals.
           add ws-net-price-calc    to ws-cb-net.
           add ws-trans-charge-calc to ws-cb-trans-charge.
           add 1                    to ws-credited-count.

      *This section writes the per-customer credit memo heading with
      *the customer's name and bill-to address and the next number
      *off the invoice sequence - the customer is re-read by key
      *because 199-post-credit may have loaded the previous customer
      *over the record area, same as A2-OrderEntry.
       198-write-memo-heading.
           move ws-prev-customer to cu-customer.
           read customer-master
               invalid key
                   move spaces to cu-name
                   move spaces to cu-address
                   display "A2-RETURNS - CUSTOMER " ws-prev-customer
                     " VANISHED FROM MASTER - HEADING INCOMPLETE"
           end-read.

           add 1 to ws-last-invoice-number.
           move ws-last-invoice-number to ws-memo-number.

           move ws-prev-customer to ws-cm-customer.
           move cu-name          to ws-cm-name.
           move ws-memo-number   to ws-cm-number.
           move cu-address       to ws-cm-address.
           write credit-memo-line from ws-memo-heading
             after advancing 3 lines.
           write credit-memo-line from ws-memo-address
             after advancing 1 line.
           write credit-memo-line from ws-memo-title
             after advancing 2 lines.

      *This section takes the credit just totalled off the customer -
      *off cu-open-balance on the customer master, and off their
      *open receivable items oldest first the way A2-CashApply
      *applies an unnamed payment, so the open items still add up to
      *the balance. A credit bigger than the open balance cannot take
      *the unsigned balance below zero; the excess is printed on the
      *memo as owed back to the customer for the credit desk to
      *refund.
       199-post-credit.
           move 0 to ws-credit-due-customer.
           move ws-prev-customer to cu-customer.

           read customer-master
               invalid key
                   display "A2-RETURNS - CUSTOMER " ws-prev-customer
                     " VANISHED FROM MASTER - CREDIT NOT POSTED"
               not invalid key
                   if cu-open-balance not numeric
                       move 0 to cu-open-balance
                   end-if
                   if ws-credit-calc > cu-open-balance
                       move cu-open-balance to ws-balance-credit
                       subtract cu-open-balance from ws-credit-calc
                         giving ws-credit-due-customer
                   else
                       move ws-credit-calc to ws-balance-credit
                   end-if
                   subtract ws-balance-credit from cu-open-balance

                   rewrite customer-line
                       invalid key
                           display "A2-RETURNS - CUSTOMER "
                             ws-prev-customer " MASTER REWRITE FAILED"
                             " - CREDIT NOT POSTED"
                   end-rewrite

                   move ws-balance-credit to ws-unapplied-amount
                   perform 220-apply-to-open-items
           end-read.

           if ws-credit-due-customer > 0
               move ws-credit-due-customer to ws-cd-amount
               write credit-memo-line from ws-credit-due-line
                 after advancing 1 line
           end-if.

      *This section writes one credited return on the memo.
       200-write-memo-detail.
           move spaces to ws-memo-detail.
           move so-item-number         to ws-cm-item-number.
           move il-description          to ws-cm-description.
           move so-quantity             to ws-cm-quantity.
           move ws-unit-net-calc        to ws-cm-unit-net.
           move ws-net-price-calc       to ws-cm-net.
           move ws-trans-charge-calc    to ws-cm-trans-charge.
           move so-invoice-date         to ws-cm-invoice-date.
           move ws-found-reason-text    to ws-cm-reason.

           write credit-memo-line from ws-memo-detail
             after advancing 1 line.

           perform 205-write-sales-history.

      *This section appends the return line to the sales history -
      *dated the day it was credited, on the credit memo's number,
      *with the quantity and amounts credited and line type "R" so
      *every reader counts it against the sales, and carrying the
      *original invoice date so a later run counts it against the
      *sale it reversed.
       205-write-sales-history.
           move ws-run-date-stamp      to sh-invoice-date.
           move so-customer             to sh-customer.
           move so-item-number          to sh-item-number.
           move il-product-class        to sh-product-class.
           move so-quantity             to sh-quantity.
           move ws-net-price-calc       to sh-net-amount.
           move ws-trans-charge-calc    to sh-trans-charge.
           move ws-memo-number          to sh-invoice-number.
           move "R"                     to sh-line-type.
           move so-invoice-date         to sh-original-date.

           write sales-history-record.

      *This section writes a rejected return to the reject listing
      *instead of letting it credit or touch the master.
       210-write-reject-line.
           add 1 to ws-rejected-count.

           move spaces              to ws-reject-detail.
           move so-customer          to ws-rej-customer.
           move so-item-number       to ws-rej-item-number.
           move so-quantity-raw      to ws-rej-quantity.
           move ws-reject-reason     to ws-rej-reason.

           write reject-line from ws-reject-detail
             after advancing 1 line.

      *This section works the credit through the customer's open
      *items from the oldest invoice forward, paying each off in
      *turn until the credit runs out - same walk as A2-CashApply's
      *120-apply-oldest-first. An item paid off in full comes off the
      *file.
       220-apply-to-open-items.
           move "n"              to ws-ar-eof-flag.
           move ws-prev-customer to ar-customer.
           move 0                to ar-invoice-number.

           start ar-open-file key not < ar-key
               invalid key
                   move "y" to ws-ar-eof-flag
           end-start.

           perform until ws-ar-eof-flag = "y" or
             ws-unapplied-amount = 0
               read ar-open-file next record
                   at end
                       move "y" to ws-ar-eof-flag
                   not at end
                       if ar-customer not = ws-prev-customer
                           move "y" to ws-ar-eof-flag
                       else
                           perform 225-apply-to-open-item
                       end-if
               end-read
           end-perform.

      *This applies as much of the remaining credit as the open item
      *in the record area still owes.
       225-apply-to-open-item.
           subtract ar-amount-paid from ar-amount-due
             giving ws-item-open-amount.

           if ws-unapplied-amount >= ws-item-open-amount
               move ws-item-open-amount to ws-item-applied
           else
               move ws-unapplied-amount to ws-item-applied
           end-if.

           add ws-item-applied      to ar-amount-paid.
           subtract ws-item-applied from ws-unapplied-amount.

           if ar-amount-paid >= ar-amount-due
               delete ar-open-file record
                   invalid key
                       display "A2-RETURNS - OPEN ITEM "
                         ar-invoice-number " DELETE FAILED"
               end-delete
           else
               rewrite ar-open-item
                   invalid key
                       display "A2-RETURNS - OPEN ITEM "
                         ar-invoice-number " REWRITE FAILED"
               end-rewrite
           end-if.

      *This writes one audit journal record for the return just put
      *back on the master - same record A2-ItemMaint journals, with
      *code "R" so A2-AuditList shows it as a return and
      *A2-AuditApply replays it like a change.
       300-write-journal-record.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

           move ws-audit-date    to au-date.
           move ws-audit-time    to au-time.
           move ws-return-code    to au-code.
           move so-item-number    to au-item-number.
           move ws-before-image   to au-before-image.
           move ws-after-image    to au-after-image.

           write audit-record.

      *This section writes the run grand totals after the last
      *credit memo, and the reject count to the bottom of the reject
      *listing.
       900-write-grand-total.
           move ws-rt-net          to ws-gt-net.
           move ws-rt-trans-charge to ws-gt-trans-charge.
           add ws-rt-net to ws-rt-trans-charge
             giving ws-credit-calc.
           move ws-credit-calc     to ws-gt-amount.

           write credit-memo-line from ws-grand-total-line
             after advancing 3 lines.

           move ws-rejected-count to ws-rej-total-count.
           write reject-line from ws-reject-total
             after advancing 2 lines.

      *This writes the last number cut back to the invoice control
      *file so the next invoicing or returns run continues from it.
       905-save-last-invoice-number.
           open output invoice-control-file.

           if ws-control-status not = "00"
               display
                 "A2-RETURNS - INVOICE CONTROL FILE OPEN FAILED, "
                 "STATUS " ws-control-status
               move 1 to return-code
           else
               move ws-last-invoice-number to ic-last-invoice-number
               write invoice-control-record
               close invoice-control-file
           end-if.

       910-close-files.
           close item-master.
           close customer-master.
           close ar-open-file.
           close location-file.
           close sorted-return-file.
           close credit-memo-file.
           close reject-file.
           close audit-journal.
           close sales-history-file.

           perform 915-unlock-master.

      *This releases the A2-MasterLock update lock once the master
      *is closed, so the held-off programs can have it back.
       915-unlock-master.
           move "U" to ml-function.
           move "A2-RETURNS" to ml-caller.
           call "A2-MasterLock" using lock-request.

       end program A2-Returns.
