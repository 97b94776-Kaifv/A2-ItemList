      *for items whose description contains the text asked for, or
      *for everything stocked from a vendor code, listed with
      *quantity and price - the master's only key is the item
      *number, so the scans read the file front to back by key. A
      *priced item is followed by any price change still pending for
      *it on A2-PriceMaint's file - for the item itself or for its
      *whole class - with the date it takes effect, so the desk can
      *warn the customer before it does. Then comes where the stock
      *is: for an item stocked by location (A2-LocStock.dat), each
      *warehouse's on hand, on order and in transit to it; for one
      *not yet stocked by location, a note that it is all held at
      *the main warehouse "01".
      *****************************************************************

       environment division.
           organization is line sequential
           file status is ws-contract-status.

      *This is the indexed pending price change file A2-PriceMaint
      *maintains, read here by key. A deployment with no pending
      *file simply has no changes coming.
           select price-change-file
           assign to "../../../A2-PriceChg.dat"
           organization is indexed
           access mode is dynamic
           record key is pp-key
           file status is ws-price-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *read here by key. A deployment with no location file holds
      *everything at the main warehouse.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

       data division.
       file section.

         05 rr-trans-pct-disp       pic 99v9.
         05 rr-qty-limit            pic 999.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd contract-file
           data record is contract-record
           record contains 37 characters.

           copy CONTREC.

       fd price-change-file
           data record is price-change-line.

           copy PRICEREC.

       working-storage section.

      *****************************************************************
         05 ws-master-status       pic xx        value "00".
         05 ws-rate-status         pic xx        value "00".
         05 ws-contract-status     pic xx        value "00".
         05 ws-price-status        pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This section holds the contract-price file loaded into a

       01 ws-today-stamp           pic x(8)      value spaces.

      *****************************************************************
      *This section is the look-ahead at pending price changes for
      *the item just priced - whether the pending file is there, the
      *key range being read (the item's own changes, then its
      *class's), and the edited amounts a change is shown with.
       01 ws-upcoming-work.
         05 ws-price-available     pic x         value "N".
         05 ws-upcoming-eof        pic x         value "n".
         05 ws-upcoming-count      pic 99        value 0.
         05 ws-upcoming-scope      pic x(1)      value spaces.
         05 ws-upcoming-target     pic x(4)      value spaces.
         05 ws-upcoming-price-disp pic z,zz9.99.
         05 ws-upcoming-cost-disp  pic z,zz9.99.

      *****************************************************************
      *This section is the stock-by-warehouse display for the item
      *just priced - whether the location file is there, the scan of
      *the item's locations, and the edited quantities each
      *warehouse's line is shown with.
       01 ws-location-work.
         05 ws-location-available  pic x         value "N".
         05 ws-location-eof        pic x         value "n".
         05 ws-location-count      pic 99        value 0.
         05 ws-loc-on-hand-disp    pic zz9.
         05 ws-loc-on-order-disp   pic zz9.
         05 ws-loc-in-transit-disp pic zz9.

      *****************************************************************
      *This section runs the session - the menu choice, and the
      *switch the loop in 000-main ends on.
               goback
           end-if.

           open input price-change-file.
           if ws-price-status = "00"
               move "Y" to ws-price-available
           end-if.

           open input location-file.
           if ws-location-status = "00"
               move "Y" to ws-location-available
           end-if.

      *This asks A2-MasterLock whether an updating program has the
      *master, and backs off naming the holder when one does - an
      *inquiry can price an item halfway through a change otherwise.
                   if ws-valid-record = "Y"
                       perform 140-price-the-record
                       perform 200-display-priced-item
                       perform 210-display-upcoming-changes
                       perform 230-display-locations
                   else
                       display "A2-ITEMINQUIRY - ITEM "
                         ws-inquiry-item
               end-if
           end-if.

      *This shows every pending price change that will reach the
      *item just priced - its own changes first, then its class's,
      *each in date order. A change that is due but not yet applied
      *(the night batch has not run) is shown the same way; a
      *change that only moves the cost is not the customer's
      *business, but the desk still sees it.
       210-display-upcoming-changes.
           move 0 to ws-upcoming-count.

           if ws-price-available = "Y"
               move "I"            to ws-upcoming-scope
               move il-item-number to ws-upcoming-target
               perform 215-read-upcoming-range

               move "C"              to ws-upcoming-scope
               move spaces           to ws-upcoming-target
               move il-product-class to ws-upcoming-target(1:1)
               perform 215-read-upcoming-range
           end-if.

           if ws-upcoming-count = 0
               display "PRICE CHANGE  NONE PENDING"
           end-if.

      *This reads the pending file from the first change for one
      *item or class through its last, showing those still pending.
       215-read-upcoming-range.
           move "n"                to ws-upcoming-eof.
           move ws-upcoming-scope  to pp-scope.
           move ws-upcoming-target to pp-target.
           move low-values         to pp-effective-date.

           start price-change-file key not < pp-key
               invalid key
                   move "y" to ws-upcoming-eof
           end-start.

           perform until ws-upcoming-eof = "y"
               read price-change-file next record
                   at end
                       move "y" to ws-upcoming-eof
                   not at end
                       if pp-scope not = ws-upcoming-scope or
                         pp-target not = ws-upcoming-target
                           move "y" to ws-upcoming-eof
                       else
                           if pp-status = "P"
                               perform 220-display-upcoming-change
                           end-if
                       end-if
               end-read
           end-perform.

      *This shows one pending change - what it sets the price and/or
      *cost to, when, and whether it is the item's or its class's.
       220-display-upcoming-change.
           add 1 to ws-upcoming-count.

           if pp-scope = "I"
               display "PRICE CHANGE  EFFECTIVE " pp-effective-date
                 " FOR THIS ITEM"
           else
               display "PRICE CHANGE  EFFECTIVE " pp-effective-date
                 " FOR ALL OF CLASS " pp-target(1:1)
           end-if.

           if pp-new-price-raw not = spaces and pp-new-price numeric
               move pp-new-price to ws-upcoming-price-disp
               display "              NEW UNIT PRICE "
                 ws-upcoming-price-disp
           end-if.

           if pp-new-cost-raw not = spaces and pp-new-cost numeric
               move pp-new-cost to ws-upcoming-cost-disp
               display "              NEW UNIT COST  "
                 ws-upcoming-cost-disp
           end-if.

      *This shows the item's stock warehouse by warehouse, reading
      *its locations from the first for the item through its last.
      *An item with none is all held at the main warehouse.
       230-display-locations.
           move 0   to ws-location-count.
           move "n" to ws-location-eof.

           if ws-location-available = "Y"
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
                               perform 235-display-location
                           end-if
                   end-read
               end-perform
           end-if.

           if ws-location-count = 0
               display "WAREHOUSE     01 - ALL STOCK HELD AT MAIN"
                 " WAREHOUSE"
           end-if.

      *This shows one warehouse's line. A quantity that is not
      *numeric shows as zero.
       235-display-location.
           add 1 to ws-location-count.

           move 0 to ws-loc-on-hand-disp.
           move 0 to ws-loc-on-order-disp.
           move 0 to ws-loc-in-transit-disp.
           if ls-qty-on-hand numeric
               move ls-qty-on-hand to ws-loc-on-hand-disp
           end-if.
           if ls-qty-on-order numeric
               move ls-qty-on-order to ws-loc-on-order-disp
           end-if.
           if ls-qty-in-transit numeric
               move ls-qty-in-transit to ws-loc-in-transit-disp
           end-if.

           display "WAREHOUSE     " ls-warehouse
             "  ON HAND " ws-loc-on-hand-disp
             "  ON ORDER " ws-loc-on-order-disp
             "  IN TRANSIT " ws-loc-in-transit-disp.

      *This scans the whole master for items whose description
      *contains the text asked for - the desk rarely has the number,
      *they have "the description says something like BRACKET".
       910-close-files.
           close item-master.

           if ws-price-available = "Y"
               close price-change-file
           end-if.

           if ws-location-available = "Y"
               close location-file
           end-if.

       end program A2-ItemInquiry.
