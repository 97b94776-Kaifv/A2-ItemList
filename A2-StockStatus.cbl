      *more than the reorder point, so an item already covered by an
      *open order does not get reordered again - grouped by vendor so
      *purchasing can work one vendor's reorders as a block. Items
      *with no reorder point on file (zero) are never flagged. An
      *item stocked by location (A2-LocStock.dat) is judged one
      *warehouse at a time instead - each location whose on hand
      *plus on order plus in transit is at or below its own non-zero
      *reorder point is listed on a line of its own with its
      *warehouse - so a shortage at one site is not hidden by stock
      *at another. An item not yet stocked by location is judged as
      *before and listed at the main warehouse "01". A deployment
      *with no location file simply reports every item that way.
      *****************************************************************

       environment division.
           select sort-work-file
           assign to "../../../A2-StockSort.tmp".

      *This is the indexed location-stock file A2-LocMaint maintains,
      *read by key for each item's locations.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the stock-status listing.
           select stock-report-file
           assign to "../../../A2-StockStatus.out"
                         ==sw-unit-cost-raw==
                         ==il-unit-cost==      by ==sw-unit-cost==.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd stock-report-file
           data record is stock-report-line
           record contains 100 characters.
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(7)      value "CLASS  ".
         05 filler                 pic x(6)      value "WHSE  ".
         05 filler                 pic x(9)      value "ON HAND  ".
         05 filler                 pic x(10)     value "ON ORDER  ".
         05 filler                 pic x(12)     value "IN TRANSIT  ".
         05 filler                 pic x(9)      value "REORDER  ".

       01 ws-stock-detail.
         05 ws-sd-description      pic x(13).
         05 filler                 pic x(4)      value spaces.
         05 ws-sd-product-class    pic x(1).
         05 filler                 pic x(4)      value spaces.
         05 ws-sd-warehouse        pic x(2).
         05 filler                 pic x(5)      value spaces.
         05 ws-sd-on-hand          pic zz9.
         05 filler                 pic x(7)      value spaces.
         05 ws-sd-on-order         pic zz9.
         05 filler                 pic x(9)      value spaces.
         05 ws-sd-in-transit       pic zz9.
         05 filler                 pic x(6)      value spaces.
         05 ws-sd-reorder-point    pic zz9.

         05 ws-reorder-count       pic 9(5)      value 0.
         05 ws-available-qty       pic 9(5)      value 0.

      *****************************************************************
      *This section holds the warehouse and quantities of the line
      *being listed - the item's own at the main warehouse for an
      *item not stocked by location, the location's for one that is.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-location-open       pic x         value "N".
         05 ws-item-located        pic x         value "N".
         05 ws-location-eof        pic x         value "n".
         05 ws-line-warehouse      pic x(2)      value spaces.
         05 ws-line-on-hand        pic 999       value 0.
         05 ws-line-on-order       pic 999       value 0.
         05 ws-line-in-transit     pic 999       value 0.
         05 ws-line-reorder-point  pic 999       value 0.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
               goback
           end-if.

      *The location-stock file is optional here - with none, every
      *item is reported at the main warehouse.
       010-open-files.
           open input input-file.
           open output stock-report-file.

           open input location-file.
           if ws-location-status = "00"
               move "Y" to ws-location-open
           end-if.

       020-write-headings.
           write stock-report-line from ws-stock-heading.

      *its reorder point counting what is already on order - and
      *lists it under its vendor when it does. A record whose
      *inventory fields are not numeric (an old-format master not yet
      *converted) or whose reorder point is zero is passed over. An
      *item stocked by location is judged by location instead.
       100-process-item.
           perform 105-check-item-located.

           if ws-item-located = "Y"
               perform 120-check-locations
           else
               perform 110-check-item
           end-if.

           perform 030-read-input.

      *This looks for any location record for the item - an item
      *with one is stocked by location.
       105-check-item-located.
           move "N" to ws-item-located.

           if ws-location-open = "Y"
               move il-item-number to ls-item-number
               move low-values     to ls-warehouse
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
               end-start
           end-if.

      *This applies the reorder rule to an item not stocked by
      *location, which is all held at the main warehouse.
       110-check-item.
           if il-quantity numeric and il-qty-on-order numeric and
             il-reorder-point numeric and il-reorder-point > 0
               add il-quantity to il-qty-on-order
                 giving ws-available-qty
               if ws-available-qty <= il-reorder-point
                   move ws-main-warehouse to ws-line-warehouse
                   move il-quantity       to ws-line-on-hand
                   move il-qty-on-order   to ws-line-on-order
                   move 0                 to ws-line-in-transit
                   move il-reorder-point  to ws-line-reorder-point
                   perform 190-list-line
               end-if
           end-if.

      *This works through the item's locations in warehouse order.
       120-check-locations.
           move "n" to ws-location-eof.

           move il-item-number to ls-item-number.
           move low-values     to ls-warehouse.
           start location-file key not < ls-key
               invalid key
                   move "y" to ws-location-eof
           end-start.

           perform until ws-location-eof = "y"
               read location-file next record
                   at end
                       move "y" to ws-location-eof
                   not at end
                       if ls-item-number not = il-item-number
                           move "y" to ws-location-eof
                       else
                           perform 125-check-location
                       end-if
               end-read
           end-perform.

      *This applies the reorder rule to one location - at or below
      *its own reorder point counting what is on order for it and
      *what is already in transit to it from another site.
       125-check-location.
           if ls-qty-on-hand numeric and ls-qty-on-order numeric and
             ls-qty-in-transit numeric and
             ls-reorder-point numeric and ls-reorder-point > 0
               compute ws-available-qty = ls-qty-on-hand +
                 ls-qty-on-order + ls-qty-in-transit
               if ws-available-qty <= ls-reorder-point
                   move ls-warehouse      to ws-line-warehouse
                   move ls-qty-on-hand    to ws-line-on-hand
                   move ls-qty-on-order   to ws-line-on-order
                   move ls-qty-in-transit to ws-line-in-transit
                   move ls-reorder-point  to ws-line-reorder-point
                   perform 190-list-line
               end-if
           end-if.

      *This lists one line needing reorder under its vendor.
       190-list-line.
           perform 195-check-vendor-break.
           add 1 to ws-vb-item-count.
           add 1 to ws-reorder-count.
           perform 200-write-stock-detail.

      *This starts a new vendor block the first time a vendor is seen
      *in the sorted input, totalling off the previous vendor's block
           move il-item-number     to ws-sd-item-number.
           move il-description     to ws-sd-description.
           move il-product-class   to ws-sd-product-class.
           move ws-line-warehouse  to ws-sd-warehouse.
           move ws-line-on-hand    to ws-sd-on-hand.
           move ws-line-on-order   to ws-sd-on-order.
           move ws-line-in-transit to ws-sd-in-transit.
           move ws-line-reorder-point to ws-sd-reorder-point.

           write stock-report-line from ws-stock-detail
             after advancing 1 line.
           close input-file.
           close stock-report-file.

           if ws-location-open = "Y"
               close location-file
           end-if.

       end program A2-StockStatus.
