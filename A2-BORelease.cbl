      *of the run holding only the quantities still outstanding. A
      *status listing shows the disposition of every owed record -
      *released, partially released, held and why, or dropped when
      *the customer or item it references no longer exists. Release
      *invoices are numbered off the same invoice control file
      *A2-OrderEntry uses and written to the same open-item
      *receivables file, so a released backorder is collected
      *exactly like any other invoice. A release ships from the
      *customer's home warehouse the same way A2-OrderEntry does - an
      *item stocked by location releases only what that warehouse
      *holds and is relieved there as well as on the master, and an
      *item not yet stocked by location releases from the main
      *warehouse "01" only; anything else is held for no stock.
      *****************************************************************

       environment division.
           record key is cu-customer
           file status is ws-customer-status.

      *This is the open-item receivables file A2-OrderEntry writes
      *its invoices to - a release invoice is owed like any other.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is dynamic
           record key is ar-key
           file status is ws-aropen-status.

      *This is the invoice control file shared with A2-OrderEntry -
      *one record carrying the last invoice number cut.
           select invoice-control-file
           assign to "../../../A2-Invoice.ctl"
           organization is line sequential
           file status is ws-control-status.

      *This is the backorder file A2-OrderEntry appends short lines
      *to - read here through the customer sort below, and rewritten
      *at the end of the run from the carry file.
           organization is line sequential
           file status is ws-contract-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *opened I-O so a release can be relieved from the customer's
      *home warehouse, same as A2-OrderEntry.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *The discount and transportation rates by product class come
      *from the same table file every pricing program loads.
           select rate-file

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

       fd backorder-file
           data record is backorder-record
           record contains 21 characters.

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

       01 ws-invoice-address.
         05 filler                 pic x(10)     value "BILL TO   ".
         05 ws-rate-status         pic xx        value "00".
         05 ws-saleshist-status    pic xx        value "00".
         05 ws-contract-status     pic xx        value "00".
         05 ws-aropen-status       pic xx        value "00".
         05 ws-control-status      pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This section holds the warehouse the current release ships
      *from and what 138-determine-available-qty found there - same
      *fields as A2-OrderEntry.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-ship-warehouse      pic x(2)      value "01".
         05 ws-item-located        pic x         value "N".
         05 ws-location-found      pic x         value "N".
         05 ws-available-qty       pic 999       value 0.

      *****************************************************************
      *This section holds the invoice numbering - same control-file
      *numbering as A2-OrderEntry.
       01 ws-invoice-numbering.
         05 ws-last-invoice-number pic 9(6)      value 0.
         05 ws-invoice-number      pic 9(6)      value 0.

      *****************************************************************
      *This section holds the contract-price file loaded into a

           perform 005-sort-backorders-by-customer.
           perform 010-open-files.
           perform 008-read-last-invoice-number.
           perform 020-write-headings.
           perform 030-read-backorder.


           perform 900-write-grand-total.
           perform 905-rewrite-backorders.
           perform 906-save-last-invoice-number.
           perform 910-close-files.

           goback.
               goback
           end-if.

      *This reads the last invoice number used off the control file
      *A2-OrderEntry shares - a fresh deployment simply starts from
      *zero. It is read only once 010-open-files holds the update
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

      *open the two masters for dynamic (keyed) access and the
      *backorder/listing/carry files for sequential processing -
      *same status check pattern as A2-OrderEntry
               goback
           end-if.

      *The open-item file is opened I-O, built empty first on a
      *fresh deployment - same pattern as A2-OrderEntry.
           open i-o ar-open-file.

           if ws-aropen-status = "35"
               open output ar-open-file
               close ar-open-file
               open i-o ar-open-file
           end-if.

           if ws-aropen-status not = "00"
               display
                 "A2-BORELEASE - OPEN ITEM FILE OPEN FAILED, "
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
                 "A2-BORELEASE - LOCATION FILE OPEN FAILED, "
                 "STATUS " ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input sorted-bo-file.
           open output invoice-file.
           open output status-report-file.
                       move "X" to ws-disposition
                       move "DROPPED - CUSTOMER NOT ON FILE" to
                         ws-result-text
                   not invalid key
                       if cu-home-warehouse numeric and
                         cu-home-warehouse not = "00"
                           move cu-home-warehouse to ws-ship-warehouse
                       else
                           move ws-main-warehouse to ws-ship-warehouse
                       end-if
               end-read
           end-if.


      *This section splits the owed quantity between what the master
      *can now cover - which releases - and what stays owed, same
      *split as A2-OrderEntry's 137-determine-ship-quantity, against
      *what the ship warehouse holds.
       137-determine-release-quantity.
           perform 138-determine-available-qty.

           if so-quantity > ws-available-qty
               move ws-available-qty to ws-release-qty
               subtract ws-available-qty from so-quantity
                 giving ws-carry-qty
           else
               move so-quantity to ws-release-qty
               move 0           to ws-carry-qty
           end-if.

      *This section works out how much of the item the ship
      *warehouse can cover - same rules as A2-OrderEntry's
      *138-determine-available-qty. The location record read here
      *stays in the record area for 170 to relieve.
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

      *This section checks the contract table for a deal this
      *customer holds on this item - an item-level contract first,
      *then one covering the item's whole class - in effect on the

      *This section relieves the released quantity from the master's
      *on-hand quantity and rewrites the item record - a failed
      *rewrite holds the record, nothing has shipped. A release from
      *a location is relieved there too once the master has taken
      *it, with a warning if the location will not rewrite - same
      *stance as A2-OrderEntry.
       170-relieve-master-quantity.
           subtract ws-release-qty from il-quantity.

                   add ws-release-qty to il-quantity
           end-rewrite.

           if ws-disposition = spaces and ws-location-found = "Y"
               subtract ws-release-qty from ls-qty-on-hand
               rewrite location-stock-record
                   invalid key
                       display "A2-BORELEASE - ITEM " so-item-number
                         " WAREHOUSE " ws-ship-warehouse
                         " LOCATION REWRITE FAILED"
               end-rewrite
           end-if.

      *This section writes the release invoice just totalled to the
      *open-item receivables file - same record, and same duplicate-
      *key stance, as A2-OrderEntry's 193-write-open-item.
       193-write-open-item.
           move ws-prev-customer   to ar-customer.
           move ws-invoice-number  to ar-invoice-number.
           move ws-run-date-stamp  to ar-invoice-date.
           move ws-line-due-calc   to ar-amount-due.
           move 0                  to ar-amount-paid.

           write ar-open-item
               invalid key
                   display "A2-BORELEASE - INVOICE " ws-invoice-number
                     " ALREADY ON OPEN ITEM FILE - CHECK A2-INVOICE.CTL"
           end-write.

      *This section starts a new invoice the first time a customer
      *is seen in the sorted backorder file, totalling off the
      *previous customer's invoice first - same break pattern as

           perform 199-post-open-balance.

           if ws-line-due-calc > 0
               perform 193-write-open-item
           end-if.

           add ws-cb-extended      to ws-rt-extended.
           add ws-cb-discount      to ws-rt-discount.
           add ws-cb-net           to ws-rt-net.
      *customer's name and bill-to address - the customer is re-read
      *by key because 199-post-open-balance may have loaded the
      *previous customer over the record area, same as A2-OrderEntry.
      *The next invoice number is cut here, as A2-OrderEntry does.
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
           move ws-release-qty          to sh-quantity.
           move ws-net-price-calc       to sh-net-amount.
           move ws-trans-charge-calc    to sh-trans-charge.
           move ws-invoice-number       to sh-invoice-number.
           move space                   to sh-line-type.
           move spaces                  to sh-original-date.

           write sales-history-record.

           close carry-file.
           close backorder-file.

      *This writes the last invoice number cut back to the shared
      *control file so the next run continues the numbering from it.
       906-save-last-invoice-number.
           open output invoice-control-file.

           if ws-control-status not = "00"
               display
                 "A2-BORELEASE - INVOICE CONTROL FILE OPEN FAILED, "
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
           close sorted-bo-file.
           close invoice-file.
           close status-report-file.
