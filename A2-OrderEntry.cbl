      *special discount in effect on the run date overrides the rate
      *table and flags the detail line, so the big accounts are
      *billed their deal instead of being credited after the fact.
      *Every invoice is numbered off the invoice control file
      *A2-BORelease shares, the number prints on the invoice heading
      *and rides on each sales-history line, and every invoice with
      *an amount due is written to the open-item receivables file
      *A2-CashApply applies payments against and A2-ARAging ages.
      *Each line ships from the customer's home warehouse on the
      *customer master (the main warehouse "01" when none is set).
      *An item stocked by location (A2-LocStock.dat) can ship no more
      *than that warehouse holds - the rest is backordered even if
      *another site has it, A2-Transfer being how stock is moved to
      *where it is wanted - and the quantity shipped is relieved from
      *that location as well as from the master total. An item not
      *yet stocked by location is held whole at the main warehouse,
      *so it ships as before to a customer of warehouse 01 and is
      *backordered for anyone else.
      *****************************************************************

       environment division.
           record key is cu-customer
           file status is ws-customer-status.

      *This is the open-item receivables file - one record written
      *per invoice cut with an amount due, keyed on customer plus
      *invoice number, so payments can be applied to the invoices
      *they are for instead of just knocked off the open balance.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is dynamic
           record key is ar-key
           file status is ws-aropen-status.

      *This is the one-record control file carrying the last invoice
      *number cut, so invoice numbers stay unique across runs. It is
      *shared with A2-BORelease and A2-Returns - each reads it only
      *once it holds the A2-MasterLock update lock and saves it back
      *before letting the lock go, so they never number at the same
      *time.
           select invoice-control-file
           assign to "../../../A2-Invoice.ctl"
           organization is line sequential
           file status is ws-control-status.

      *This is the order transaction file from the order desk - one
      *record per order line carrying the customer number, the item
      *number ordered and the order quantity.
           organization is line sequential
           file status is ws-contract-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *opened I-O so a line's ship quantity can be relieved from the
      *customer's home warehouse as well as from the master total.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *The discount and transportation rates by product class are
      *loaded from the same table file A2-ItemList prices from, so
      *what the customer is billed and what the listing shows can

           copy CUSTREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd ar-open-file
           data record is ar-open-item.

           copy ARREC.

       fd invoice-control-file
           data record is invoice-control-record
           record contains 6 characters.

       01 invoice-control-record.
         05 ic-last-invoice-number pic 9(6).

       fd order-file
           data record is order-line
           record contains 13 characters.

       fd sales-history-file
           data record is sales-history-record
           record contains 57 characters.

           copy SALESREC.

         05 ws-inv-customer        pic x(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-inv-name            pic x(20).
         05 filler                 pic x(14)     value
         "  INVOICE NO. ".
         05 ws-inv-number          pic 9(6).

      *This is the bill-to address line written under the invoice
      *heading, off the customer master record.
         05 ws-backorder-status    pic xx        value "00".
         05 ws-saleshist-status    pic xx        value "00".
         05 ws-contract-status     pic xx        value "00".
         05 ws-aropen-status       pic xx        value "00".
         05 ws-control-status      pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This section holds the invoice numbering - the last number cut
      *(loaded from and saved back to the invoice control file) and
      *the number of the invoice currently being built.
       01 ws-invoice-numbering.
         05 ws-last-invoice-number pic 9(6)      value 0.
         05 ws-invoice-number      pic 9(6)      value 0.
         05 ws-open-item-count     pic 9(5)      value 0.

       01 ws-open-item-total.
         05 filler                 pic x(27)     value
         "OPEN ITEMS TO RECEIVABLES  ".
         05 ws-oi-total-count      pic zz,zz9.

      *****************************************************************
      *This section holds the contract-price file loaded into a
         "ORDER LINES BACKORDERED    ".
         05 ws-bo-total-count      pic zz,zz9.

      *****************************************************************
      *This section holds the warehouse the current line ships from
      *(the customer's home warehouse, saved off the customer record
      *as soon as it is read) and what 138-determine-available-qty
      *found there - whether the item is stocked by location at all,
      *whether it has a location at the ship warehouse, and how much
      *that warehouse can ship.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-ship-warehouse      pic x(2)      value "01".
         05 ws-item-located        pic x         value "N".
         05 ws-location-found      pic x         value "N".
         05 ws-available-qty       pic 999       value 0.

       01 ws-run-date-stamp        pic x(8)      value spaces.

      *****************************************************************

           perform 005-sort-orders-by-customer.
           perform 010-open-files.
           perform 008-read-last-invoice-number.
           perform 020-write-headings.
           perform 030-read-order.

           end-if.

           perform 900-write-grand-total.
           perform 905-save-last-invoice-number.
           perform 910-close-files.

           goback.
               goback
           end-if.

      *This reads the last invoice number used off the control file
      *- same pattern as A2-POGen's 008-read-last-po-number. A fresh
      *deployment has no A2-Invoice.ctl yet - numbering simply starts
      *from zero. It is read only once 010-open-files holds the update
      *lock, so no other run can be numbering from it meanwhile.
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

      *open the item master for dynamic (keyed) access and the order/
      *listing files for sequential processing
       010-open-files.
               goback
           end-if.

      *The open-item file accumulates until payments clear it, so it
      *is opened I-O. A fresh deployment has no A2-AROpen.dat yet -
      *a not-found ("35") open builds it empty and reopens, same
      *pattern as A2-CustMaint's customer master; any other failure
      *stops the run rather than emptying a file that is there.
           open i-o ar-open-file.

           if ws-aropen-status = "35"
               open output ar-open-file
               close ar-open-file
               open i-o ar-open-file
           end-if.

           if ws-aropen-status not = "00"
               display
                 "A2-ORDERENTRY - OPEN ITEM FILE OPEN FAILED, "
                 "STATUS " ws-aropen-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

      *The location-stock file is built by A2-LocMaint; until then
      *every item is held whole at the main warehouse. Build it empty
      *and reopen so the run carries on the way it always did.
           open i-o location-file.

           if ws-location-status = "35"
               open output location-file
               close location-file
               open i-o location-file
           end-if.

           if ws-location-status not = "00"
               display
                 "A2-ORDERENTRY - LOCATION FILE OPEN FAILED, "
                 "STATUS " ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input sorted-order-file.
           open output invoice-file.
           open output reject-file.
      *can cover today - which ships and is priced - and what it
      *cannot, which is owed to the backorder file instead of killing
      *the whole line as INSUFFICIENT QUANTITY ON HAND the way it
      *used to. The item record was read by 135-validate-order. What
      *can be covered is what the ship warehouse holds, worked out by
      *138-determine-available-qty.
       137-determine-ship-quantity.
           perform 138-determine-available-qty.

           if so-quantity > ws-available-qty
               move ws-available-qty to ws-ship-qty
               subtract ws-available-qty from so-quantity
                 giving ws-backorder-qty
           else
               move so-quantity to ws-ship-qty
               move 0           to ws-backorder-qty
           end-if.

      *This section works out how much of the item the ship
      *warehouse can cover. An item with any location record is
      *stocked by location, and only its location at the ship
      *warehouse counts - never more than the master total, in case
      *the two have drifted. An item with no location records is
      *held whole at the main warehouse. The location record read
      *here stays in the record area for 170 to relieve.
       138-determine-available-qty.
           move "N" to ws-item-located.
           move "N" to ws-location-found.
           move 0   to ws-available-qty.

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
               move so-item-number    to ls-item-number
               move ws-ship-warehouse to ls-warehouse
               read location-file
                   invalid key
                       continue
                   not invalid key
                       if ls-qty-on-hand numeric
                           move "Y" to ws-location-found
                       end-if
               end-read
           end-if.

           evaluate true
               when ws-location-found = "Y"
                   if ls-qty-on-hand < il-quantity
                       move ls-qty-on-hand to ws-available-qty
                   else
                       move il-quantity    to ws-available-qty
                   end-if
               when ws-item-located = "N" and
                 ws-ship-warehouse = ws-main-warehouse
                   move il-quantity to ws-available-qty
           end-evaluate.

      *This section checks an order line before it is priced - the
      *quantity must be numeric and more than zero, and the item must
      *be on the master (read here by key, which also loads the item
                   invalid key
                       move "N" to ws-valid-order
                       move "CUSTOMER NOT ON FILE" to ws-reject-reason
                   not invalid key
                       if cu-home-warehouse numeric and
                         cu-home-warehouse not = "00"
                           move cu-home-warehouse to ws-ship-warehouse
                       else
                           move ws-main-warehouse to ws-ship-warehouse
                       end-if
               end-read
           end-if.

      *137-determine-ship-quantity already capped the shipping
      *quantity at what is on hand - a line the master cannot fully
      *cover ships what it can and owes the rest to the backorder
      *file instead of rejecting here the way it used to. A line
      *shipped from a location is relieved there too, once the
      *master has taken it - a location that will not rewrite is
      *warned about rather than unwinding an invoiced line, and
      *A2-IntegCheck reports the difference it leaves.
       170-relieve-master-quantity.
           subtract ws-ship-qty from il-quantity.

                     ws-reject-reason
           end-rewrite.

           if ws-valid-order = "Y" and ws-location-found = "Y"
               subtract ws-ship-qty from ls-qty-on-hand
               rewrite location-stock-record
                   invalid key
                       display "A2-ORDERENTRY - ITEM " so-item-number
                         " WAREHOUSE " ws-ship-warehouse
                         " LOCATION REWRITE FAILED"
               end-rewrite
           end-if.

      *This section just calculates the net price of the order line
      *subtracting discount price from extended price.
       180-net-price-calculation.
           subtract ws-discount-calc from ws-extended-calc giving
             ws-net-price-calc.

      *This section writes the invoice just totalled to the open-item
      *receivables file - customer, invoice number, run date and the
      *amount due, nothing paid yet. An invoice that only carries a
      *backorder notation owes nothing and is not written. A
      *duplicate key means the invoice control file was set back
      *under the run; the balance has already been posted, so the
      *operator is told rather than the run stopped.
       193-write-open-item.
           move ws-prev-customer   to ar-customer.
           move ws-invoice-number  to ar-invoice-number.
           move ws-run-date-stamp  to ar-invoice-date.
           move ws-line-due-calc   to ar-amount-due.
           move 0                  to ar-amount-paid.

           write ar-open-item
               invalid key
                   display "A2-ORDERENTRY - INVOICE " ws-invoice-number
                     " ALREADY ON OPEN ITEM FILE - CHECK A2-INVOICE.CTL"
               not invalid key
                   add 1 to ws-open-item-count
           end-write.

      *This section starts a new invoice the first time a customer is
      *seen in the sorted order file, totalling off the previous
      *customer's invoice first - same break pattern as A2-ItemList's

           perform 199-post-open-balance.

           if ws-line-due-calc > 0
               perform 193-write-open-item
           end-if.

           add ws-cb-extended      to ws-rt-extended.
           add ws-cb-discount      to ws-rt-discount.
           add ws-cb-net           to ws-rt-net.
      *because 199-post-open-balance may have just loaded the
      *previous customer's record over the one 135-validate-order
      *read; every customer reaching here passed that validation, so
      *a failed read means the file changed under the run. The next
      *invoice number is cut here, so the heading and every line of
      *the invoice carry it.
       198-write-invoice-heading.
           move ws-prev-customer to cu-customer.
           read customer-master
                     " VANISHED FROM MASTER - HEADING INCOMPLETE"
           end-read.

           add 1 to ws-last-invoice-number.
           move ws-last-invoice-number to ws-invoice-number.

           move ws-prev-customer to ws-inv-customer.
           move cu-name          to ws-inv-name.
           move ws-invoice-number to ws-inv-number.
           move cu-address       to ws-inv-address.
           write invoice-line from ws-invoice-heading
             after advancing 3 lines.
           move ws-ship-qty             to sh-quantity.
           move ws-net-price-calc       to sh-net-amount.
           move ws-trans-charge-calc    to sh-trans-charge.
           move ws-invoice-number       to sh-invoice-number.
           move space                   to sh-line-type.
           move spaces                  to sh-original-date.

           write sales-history-record.

           write invoice-line from ws-backorder-total
             after advancing 2 lines.

           move ws-open-item-count to ws-oi-total-count.
           write invoice-line from ws-open-item-total
             after advancing 1 line.

           move ws-rejected-count to ws-rej-total-count.
           write reject-line from ws-reject-total
             after advancing 2 lines.

      *This writes the last invoice number cut back to the control
      *file so the next run - this program's or A2-BORelease's -
      *continues the numbering from it.
       905-save-last-invoice-number.
           open output invoice-control-file.

           if ws-control-status not = "00"
               display
                 "A2-ORDERENTRY - INVOICE CONTROL FILE OPEN FAILED, "
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
           close sorted-order-file.
           close invoice-file.
           close reject-file.
