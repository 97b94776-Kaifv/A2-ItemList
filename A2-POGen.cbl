      *drifted from reality within days. A PO register listing shows
      *every PO cut, by vendor, for purchasing to send out. PO
      *numbers are carried across runs in a one-record control file
      *so no two runs ever cut the same number. Each PO line carries
      *the item's il-unit-cost at the time it is cut as the expected
      *unit cost, shown with the extended cost on the register, so
      *A2-POReceive can measure the vendor's invoiced cost against
      *it. Each vendor is looked up on the vendor master: its PO is
      *also printed as a PO document, one page per vendor, addressed
      *with the vendor's name and order address and dated with the
      *expected arrival from the vendor's lead time, and a suggested
      *quantity below the vendor's minimum order quantity is raised
      *to it. A PO whose total cost still falls short of the vendor's
      *minimum order value, or cut for a vendor that is not on the
      *vendor master or no longer active, is flagged on the document
      *and the register for purchasing to sort out before sending.
      *An item stocked by location (A2-LocStock.dat) is ordered per
      *warehouse instead: each of its locations with a non-zero
      *reorder point whose on hand plus on order plus in transit is
      *at or below it gets its own PO line for delivery to that
      *warehouse, and the ordered quantity is posted to the
      *location's on-order as well as the master's. An item not yet
      *stocked by location is ordered as before, for delivery to the
      *main warehouse "01". The delivery warehouse rides on the PO
      *record and shows on the register and the PO document.
      *****************************************************************

       environment division.
           assign to "../../../A2-POGen.out"
           organization is line sequential.

      *This is the indexed vendor master A2-VendMaint maintains, read
      *by key at every vendor break to address the PO.
           select vendor-master
           assign to "../../../A2-Vendor.dat"
           organization is indexed
           access mode is dynamic
           record key is vn-vendor-code
           file status is ws-vendor-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *opened I-O so each location ordered for can have its on-order
      *quantity raised.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *These are the PO documents themselves - one page per vendor,
      *ready to send.
           select po-document-file
           assign to "../../../A2-POGen.doc"
           organization is line sequential.

       data division.
       file section.


       fd po-file
           data record is po-record
           record contains 33 characters.

           copy POREC.


       01 po-report-line           pic x(100).

       fd vendor-master
           data record is vendor-line.

           copy VENDREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd po-document-file
           data record is po-document-line
           record contains 80 characters.

       01 po-document-line         pic x(80).

       working-storage section.

       01 ws-po-heading.
         05 ws-pv-po-number        pic 9(6).
         05 filler                 pic x(10)     value "  VENDOR ".
         05 ws-pv-vendor           pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-pv-vendor-name      pic x(20).
         05 filler                 pic x(2)      value spaces.
         05 ws-pv-vendor-flag      pic x(30).

       01 ws-po-title.
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(6)      value "WHSE  ".
         05 filler                 pic x(9)      value "ON HAND  ".
         05 filler                 pic x(10)     value "ON ORDER  ".
         05 filler                 pic x(9)      value "REORDER  ".
         05 filler                 pic x(10)     value "ORDER QTY".
         05 filler                 pic x(11)     value "  UNIT COST".
         05 filler                 pic x(14)     value
         "     EXT. COST".

       01 ws-po-detail.
         05 filler                 pic x(2)      value spaces.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-description      pic x(13).
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-warehouse        pic x(2).
         05 filler                 pic x(4)      value spaces.
         05 ws-pd-on-hand          pic zz9.
         05 filler                 pic x(7)      value spaces.
         05 ws-pd-on-order         pic zz9.
         05 ws-pd-reorder-point    pic zz9.
         05 filler                 pic x(7)      value spaces.
         05 ws-pd-order-qty        pic zz9.
         05 filler                 pic x(3)      value spaces.
         05 ws-pd-unit-cost        pic z,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-ext-cost         pic z,zzz,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-note             pic x(10).

       01 ws-vendor-total-line.
         05 filler                 pic x(2)      value spaces.
         "   TOTAL UNITS".
         05 filler                 pic x(1)      value spaces.
         05 ws-vt-unit-count       pic zz,zz9.
         05 filler                 pic x(13)     value
         "   PO COST   ".
         05 ws-vt-po-cost          pic $$$,$$$,$$9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-vt-flag             pic x(18).

       01 ws-run-total-line.
         05 filler                 pic x(18)     value
         05 filler                 pic x(1)      value spaces.
         05 ws-rt-item-count       pic zz,zz9.

      *****************************************************************
      *This section is the PO document sent to the vendor - the
      *heading block, the line layout and the PO total.

       01 ws-doc-heading.
         05 filler                 pic x(30)     value
         "PURCHASE ORDER".
         05 filler                 pic x(10)     value "PO NUMBER ".
         05 ws-dh-po-number        pic 9(6).
         05 filler                 pic x(10)     value "    DATE  ".
         05 ws-dh-order-date       pic x(8).

       01 ws-doc-vendor.
         05 filler                 pic x(10)     value "VENDOR    ".
         05 ws-dv-vendor           pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-dv-name             pic x(20).

       01 ws-doc-address.
         05 filler                 pic x(10)     value "ORDER TO  ".
         05 ws-da-address          pic x(30).

       01 ws-doc-arrival.
         05 filler                 pic x(10)     value "LEAD TIME ".
         05 ws-dl-lead-time        pic zz9.
         05 filler                 pic x(24)     value
         " DAYS   EXPECTED ARRIVAL".
         05 filler                 pic x(1)      value spaces.
         05 ws-dl-arrival-date     pic x(8).

       01 ws-doc-flag-line.
         05 filler                 pic x(4)      value "*** ".
         05 ws-df-flag             pic x(30).
         05 filler                 pic x(40)     value
         " - CONFIRM BEFORE SENDING ***".

       01 ws-doc-title.
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(8)      value "SHIP TO ".
         05 filler                 pic x(10)     value "ORDER QTY ".
         05 filler                 pic x(12)     value
         "  UNIT COST ".
         05 filler                 pic x(14)     value
         "     EXT COST ".

       01 ws-doc-detail.
         05 filler                 pic x(2)      value spaces.
         05 ws-dd-item-number      pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-dd-description      pic x(13).
         05 filler                 pic x(4)      value spaces.
         05 ws-dd-warehouse        pic x(2).
         05 filler                 pic x(10)     value spaces.
         05 ws-dd-order-qty        pic zz9.
         05 filler                 pic x(4)      value spaces.
         05 ws-dd-unit-cost        pic z,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-dd-ext-cost         pic z,zzz,zz9.99.

       01 ws-doc-total.
         05 filler                 pic x(23)     value
         "  PO TOTAL     UNITS   ".
         05 ws-dt-unit-count       pic zz,zz9.
         05 filler                 pic x(15)     value spaces.
         05 ws-dt-po-cost          pic $$$,$$$,$$9.99.

       01 ws-doc-minimum-line.
         05 filler                 pic x(40)     value
         "*** BELOW VENDOR MINIMUM ORDER VALUE OF ".
         05 ws-dm-min-value        pic $$,$$$,$$9.99.
         05 filler                 pic x(4)      value " ***".

      *****************************************************************
      *This section holds the vendor master details for the vendor
      *whose PO is being built, and the expected arrival date worked
      *out from its lead time.

       01 ws-vendor-work.
         05 ws-vendor-found        pic x         value "N".
         05 ws-vendor-flag         pic x(30)     value spaces.
         05 ws-vendor-lead-time    pic 999       value 0.
         05 ws-vendor-min-qty      pic 999       value 0.
         05 ws-vendor-min-value    pic 9(7)v99   value 0.
         05 ws-arrival-date        pic x(8)      value spaces.
         05 ws-date-numeric        pic 9(8)      value 0.
         05 ws-arrival-days        pic 9(7)      value 0.
         05 ws-raised-to-minimum   pic x         value "N".

      *****************************************************************
      *This section holds the vendor whose PO is currently being
      *built, for the break at every vendor change - same break
         05 ws-vendor-first-time   pic x         value "Y".
         05 ws-vb-item-count       pic 9(5)      value 0.
         05 ws-vb-unit-count       pic 9(5)      value 0.
         05 ws-vb-po-cost          pic 9(9)v99   value 0.

       01 ws-po-counts.
         05 ws-po-cut-count        pic 9(5)      value 0.
         05 ws-available-qty       pic 9(5)      value 0.
         05 ws-order-qty           pic 999       value 0.
         05 ws-max-order-qty       pic 999       value 0.
         05 ws-po-line-cost        pic 9(9)v99   value 0.
         05 ws-expected-cost       pic 9(4)v99   value 0.

      *****************************************************************
      *This section holds the warehouse the current PO line is for
      *and the on hand/on order/reorder point it was cut against -
      *the item's own for an item not stocked by location, the
      *location's for one that is - plus the running on-order
      *quantity of the item across the lines cut for it so far this
      *run, so the master posting can never pass 999.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-order-warehouse     pic x(2)      value "01".
         05 ws-item-located        pic x         value "N".
         05 ws-location-eof        pic x         value "n".
         05 ws-line-on-hand        pic 999       value 0.
         05 ws-line-on-order       pic 999       value 0.
         05 ws-line-reorder-point  pic 999       value 0.
         05 ws-item-on-order       pic 999       value 0.
         05 ws-item-headroom       pic 999       value 0.

      *****************************************************************
      *This section carries the PO numbering - the last number used,
         05 ws-master-status       pic xx        value "00".
         05 ws-po-status           pic xx        value "00".
         05 ws-control-status      pic xx        value "00".
         05 ws-vendor-status       pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
               goback
           end-if.

      *Without the vendor master there is nobody to address a PO to
      *- fail loudly rather than cut unaddressed POs.
           open input vendor-master.

           if ws-vendor-status not = "00"
               display
                 "A2-POGEN - VENDOR MASTER OPEN FAILED, STATUS "
                 ws-vendor-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

      *The location-stock file is built empty and reopened when there
      *is none yet, so every item orders for the main warehouse the
      *way it always did - same pattern as A2-OrderEntry.
           open i-o location-file.

           if ws-location-status = "35"
               open output location-file
               close location-file
               open i-o location-file
           end-if.

           if ws-location-status not = "00"
               display
                 "A2-POGEN - LOCATION FILE OPEN FAILED, STATUS "
                 ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input input-file.
           open output po-report-file.
           open output po-document-file.

      *The open-PO file accumulates until receipts work it off, so it
      *is extended, not truncated. A fresh deployment has no
               at end
                   move "y" to ws-eof-flag.

      *This sends the item down the main-warehouse ordering rule or
      *the per-location one, depending on whether it is stocked by
      *location.
       100-process-item.
           perform 105-check-item-located.

           if ws-item-located = "Y"
               perform 120-order-by-location
           else
               perform 110-order-item
           end-if.

           perform 030-read-input.

      *This looks for any location record for the item - an item
      *with one is stocked by location.
       105-check-item-located.
           move "N" to ws-item-located.

           move il-item-number to ls-item-number.
           move low-values     to ls-warehouse.
           start location-file key not < ls-key
               invalid key
                   continue
               not invalid key
                   read location-file next record
                       at end
                           continue
                       not at end
                           if ls-item-number = il-item-number
                               move "Y" to ws-item-located
                           end-if
                   end-read
           end-start.

      *This decides whether the item needs ordering - the same rule
      *A2-StockStatus flags with: numeric inventory fields, a
      *non-zero reorder point, and on hand plus on order at or below
      *it - and when it does, puts it on the current vendor's PO with
      *a suggested quantity that brings on hand plus on order to one
      *over the reorder point, so the item drops off the next
      *stock-status run. It is ordered for the main warehouse.
       110-order-item.
           if il-quantity numeric and il-qty-on-order numeric and
             il-reorder-point numeric and il-reorder-point > 0
               add il-quantity to il-qty-on-order
                   end-if

                   if ws-order-qty > 0
                       move ws-main-warehouse to ws-order-warehouse
                       move il-quantity       to ws-line-on-hand
                       move il-qty-on-order   to ws-line-on-order
                       move il-reorder-point  to ws-line-reorder-point
                       perform 180-cut-po-line
                   end-if
               end-if
           end-if.

      *This works through the item's locations in warehouse order,
      *ordering for each one that needs it. The item's own on-order
      *must be numeric for the master posting; the running on-order
      *starts from it and rises with every line cut.
       120-order-by-location.
           if il-qty-on-order numeric
               move il-qty-on-order to ws-item-on-order
               move "n" to ws-location-eof

               move il-item-number to ls-item-number
               move low-values     to ls-warehouse
               start location-file key not < ls-key
                   invalid key
                       move "y" to ws-location-eof
               end-start

               perform until ws-location-eof = "y"
                   read location-file next record
                       at end
                           move "y" to ws-location-eof
                       not at end
                           if ls-item-number not = il-item-number
                               move "y" to ws-location-eof
                           else
                               perform 125-order-location
                           end-if
                   end-read
               end-perform
           end-if.

      *This applies the reorder rule to one location - numeric
      *quantities, a non-zero reorder point, and on hand plus on
      *order plus in transit at or below it - and orders enough to
      *bring that one over the reorder point, capped at what both
      *the location's and the master's on-order can carry. The
      *ordered quantity is then posted to the location's on-order.
       125-order-location.
           if ls-qty-on-hand numeric and ls-qty-on-order numeric and
             ls-qty-in-transit numeric and
             ls-reorder-point numeric and ls-reorder-point > 0
               compute ws-available-qty = ls-qty-on-hand +
                 ls-qty-on-order + ls-qty-in-transit
               if ws-available-qty <= ls-reorder-point
                   compute ws-order-qty =
                     ls-reorder-point + 1 - ws-available-qty
                       on size error
                           move 999 to ws-order-qty
                   end-compute

                   subtract ls-qty-on-order from 999
                     giving ws-max-order-qty
                   subtract ws-item-on-order from 999
                     giving ws-item-headroom
                   if ws-item-headroom < ws-max-order-qty
                       move ws-item-headroom to ws-max-order-qty
                   end-if
                   if ws-order-qty > ws-max-order-qty
                       move ws-max-order-qty to ws-order-qty
                   end-if

                   if ws-order-qty > 0
                       move ls-warehouse      to ws-order-warehouse
                       move ls-qty-on-hand    to ws-line-on-hand
                       move ls-qty-on-order   to ws-line-on-order
                       move ls-reorder-point  to ws-line-reorder-point
                       perform 180-cut-po-line
                       add ws-order-qty to ws-item-on-order
                       add ws-order-qty to ls-qty-on-order
                       rewrite location-stock-record
                           invalid key
                               display "A2-POGEN - ITEM "
                                 il-item-number " WAREHOUSE "
                                 ws-order-warehouse
                                 " LOCATION REWRITE FAILED - ON-ORDER"
                                 " NOT POSTED"
                       end-rewrite
                   end-if
               end-if
           end-if.

      *This puts one line on the current vendor's PO for the
      *quantity and warehouse worked out above - the vendor break,
      *the vendor minimum, the costing, the register and document
      *lines, the PO record and the master's on-order posting.
       180-cut-po-line.
           perform 195-check-vendor-break.
           perform 185-apply-vendor-minimum.
           perform 190-cost-po-line.
           add 1            to ws-vb-item-count.
           add ws-order-qty to ws-vb-unit-count.
           add ws-po-line-cost to ws-vb-po-cost.
           add 1            to ws-ordered-count.
           perform 200-write-po-detail.
           perform 300-write-po-record.
           perform 310-post-on-order.

      *This raises the suggested quantity to the vendor's minimum
      *order quantity - still capped at the on-order headroom worked
      *out above, so the posting can carry it.
       185-apply-vendor-minimum.
           move "N" to ws-raised-to-minimum.

           if ws-vendor-found = "Y" and
             ws-order-qty < ws-vendor-min-qty
               move ws-vendor-min-qty to ws-order-qty
               if ws-order-qty > ws-max-order-qty
                   move ws-max-order-qty to ws-order-qty
               end-if
               move "Y" to ws-raised-to-minimum
           end-if.

      *This prices the PO line at the item's current unit cost - the
      *cost purchasing expects to be invoiced. A cost that is not
      *numeric goes on the PO as zero, meaning no expected cost.
       190-cost-po-line.
           if il-unit-cost numeric
               move il-unit-cost to ws-expected-cost
           else
               move 0 to ws-expected-cost
           end-if.

           multiply ws-expected-cost by ws-order-qty
             giving ws-po-line-cost.

      *This starts a new PO the first time a vendor is seen in the
      *sorted input, totalling off the previous vendor's PO first -
           end-if.

      *This writes the item and unit counts for the PO that just
      *ended, on the register and at the foot of the PO document,
      *flags a PO that falls short of the vendor's minimum order
      *value, and clears the counts for the vendor that follows.
       196-write-vendor-total.
           move ws-vb-item-count to ws-vt-item-count.
           move ws-vb-unit-count to ws-vt-unit-count.
           move ws-vb-po-cost    to ws-vt-po-cost.
           move spaces           to ws-vt-flag.
           if ws-vendor-found = "Y" and
             ws-vb-po-cost < ws-vendor-min-value
               move "BELOW MIN VALUE" to ws-vt-flag
           end-if.
           write po-report-line from ws-vendor-total-line
             after advancing 2 lines.

           move ws-vb-unit-count to ws-dt-unit-count.
           move ws-vb-po-cost    to ws-dt-po-cost.
           write po-document-line from ws-doc-total
             after advancing 2 lines.
           if ws-vt-flag not = spaces
               move ws-vendor-min-value to ws-dm-min-value
               write po-document-line from ws-doc-minimum-line
                 after advancing 2 lines
           end-if.
           move 0 to ws-vb-item-count.
           move 0 to ws-vb-unit-count.
           move 0 to ws-vb-po-cost.

      *This cuts the next PO number, looks the vendor up, and writes
      *the PO header and column titles for the next vendor's block on
      *the register and a fresh page of PO document.
       198-write-po-header.
           add 1 to ws-last-po-number.
           add 1 to ws-po-cut-count.

           perform 199-lookup-vendor.

           move ws-last-po-number to ws-pv-po-number.
           move ws-prev-vendor    to ws-pv-vendor.
           move vn-name           to ws-pv-vendor-name.
           move ws-vendor-flag    to ws-pv-vendor-flag.
           write po-report-line from ws-po-header
             after advancing 3 lines.
           write po-report-line from ws-po-title
             after advancing 2 lines.

           move ws-last-po-number to ws-dh-po-number.
           move ws-run-date-stamp to ws-dh-order-date.
           move ws-prev-vendor    to ws-dv-vendor.
           move vn-name           to ws-dv-name.
           move vn-address        to ws-da-address.
           move ws-vendor-lead-time to ws-dl-lead-time.
           move ws-arrival-date   to ws-dl-arrival-date.
           write po-document-line from ws-doc-heading
             after advancing page.
           write po-document-line from ws-doc-vendor
             after advancing 2 lines.
           write po-document-line from ws-doc-address
             after advancing 1 line.
           write po-document-line from ws-doc-arrival
             after advancing 1 line.
           if ws-vendor-flag not = spaces
               move ws-vendor-flag to ws-df-flag
               write po-document-line from ws-doc-flag-line
                 after advancing 2 lines
           end-if.
           write po-document-line from ws-doc-title
             after advancing 2 lines.

      *This reads the vendor master for the vendor whose PO is being
      *started and works out the expected arrival from its lead time.
      *An item pointing at a vendor not on file or no longer active
      *should have been refused by A2-ItemMaint, but a master loaded
      *before the vendor master existed can still carry one - its PO
      *is cut and flagged, with no minimums and no arrival date.
       199-lookup-vendor.
           move "N"    to ws-vendor-found.
           move spaces to ws-vendor-flag.
           move 0      to ws-vendor-lead-time.
           move 0      to ws-vendor-min-qty.
           move 0      to ws-vendor-min-value.
           move "UNKNOWN " to ws-arrival-date.

           move ws-prev-vendor to vn-vendor-code.
           read vendor-master
               invalid key
                   move spaces to vn-name
                   move spaces to vn-address
                   move "VENDOR NOT ON VENDOR MASTER" to
                     ws-vendor-flag
               not invalid key
                   move "Y" to ws-vendor-found
                   if vn-active not = "Y"
                       move "VENDOR INACTIVE" to ws-vendor-flag
                   end-if
                   if vn-lead-time numeric
                       move vn-lead-time to ws-vendor-lead-time
                   end-if
                   if vn-min-order-qty numeric
                       move vn-min-order-qty to ws-vendor-min-qty
                   end-if
                   if vn-min-order-value numeric
                       move vn-min-order-value to ws-vendor-min-value
                   end-if
                   move ws-run-date-stamp to ws-date-numeric
                   compute ws-arrival-days =
                     function integer-of-date(ws-date-numeric) +
                     ws-vendor-lead-time
                   compute ws-date-numeric =
                     function date-of-integer(ws-arrival-days)
                   move ws-date-numeric to ws-arrival-date
           end-read.

      *This writes one ordered item under its PO on the register.
       200-write-po-detail.
           move spaces to ws-po-detail.
           move il-item-number     to ws-pd-item-number.
           move il-description     to ws-pd-description.
           move ws-order-warehouse to ws-pd-warehouse.
           move ws-line-on-hand    to ws-pd-on-hand.
           move ws-line-on-order   to ws-pd-on-order.
           move ws-line-reorder-point to ws-pd-reorder-point.
           move ws-order-qty       to ws-pd-order-qty.
           move ws-expected-cost   to ws-pd-unit-cost.
           move ws-po-line-cost    to ws-pd-ext-cost.
           if ws-raised-to-minimum = "Y"
               move "VENDOR MIN" to ws-pd-note
           end-if.

           write po-report-line from ws-po-detail
             after advancing 1 line.

           move spaces to ws-doc-detail.
           move il-item-number     to ws-dd-item-number.
           move il-description     to ws-dd-description.
           move ws-order-warehouse to ws-dd-warehouse.
           move ws-order-qty       to ws-dd-order-qty.
           move ws-expected-cost   to ws-dd-unit-cost.
           move ws-po-line-cost    to ws-dd-ext-cost.

           write po-document-line from ws-doc-detail
             after advancing 1 line.

      *This appends one machine-readable PO record for the ordered
      *item - what A2-POReceive matches the receipt against.
       300-write-po-record.
           move il-item-number    to po-item-number.
           move ws-order-qty      to po-order-qty.
           move ws-run-date-stamp to po-order-date.
           move ws-expected-cost  to po-unit-cost.
           move ws-order-warehouse to po-warehouse.

           write po-record.

           close input-file.
           close po-file.
           close po-report-file.
           close vendor-master.
           close location-file.
           close po-document-file.

           perform 915-unlock-master.

