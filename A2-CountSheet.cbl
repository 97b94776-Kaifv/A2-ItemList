      *anything else - or no parameter file - for vendor sequence,
      *same JCL-DD-style pattern as A2-ItemList's parameters). The
      *keyed counts come back in through A2-CountEntry, which
      *reports the variances and posts the corrections. Stock is
      *counted where it sits: an item stocked by location
      *(A2-LocStock.dat) gets a line per warehouse with that
      *location's book on hand, and an item not yet stocked by
      *location gets one line at the main warehouse "01". An
      *optional second parameter line names one warehouse to print
      *sheets for - blank, or no second line, prints every
      *warehouse. Stock in transit between warehouses is on a truck,
      *not on a shelf, and is not on the sheet.
      *****************************************************************

       environment division.
           organization is line sequential
           file status is ws-parm-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *read by key for each item's locations. A deployment with none
      *counts every item at the main warehouse.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the count sheet listing the counters carry.
           select count-sheet-file
           assign to "../../../A2-CountSheet.out"

       01 parm-line                pic x(100).

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd count-sheet-file
           data record is count-sheet-line
           record contains 100 characters.
         05 ws-sh-run-date         pic x(8).
         05 filler                 pic x(12)     value "  SEQUENCE: ".
         05 ws-sh-sequence         pic x(6).
         05 filler                 pic x(8)      value "  WHSE: ".
         05 ws-sh-warehouse        pic x(3).

       01 ws-group-header.
         05 ws-gh-label            pic x(8).
         "DESCRIPTION    ".
         05 filler                 pic x(4)      value "CL  ".
         05 filler                 pic x(8)      value "VENDOR  ".
         05 filler                 pic x(6)      value "WHSE  ".
         05 filler                 pic x(11)     value "BOOK QTY   ".
         05 filler                 pic x(16)     value
         "COUNTED".
         05 ws-sd-product-class    pic x(1).
         05 filler                 pic x(4)      value spaces.
         05 ws-sd-vendor-code      pic x(4).
         05 filler                 pic x(4)      value spaces.
         05 ws-sd-warehouse        pic x(2).
         05 filler                 pic x(6)      value spaces.
      *the raw quantity text is shown, not an edited picture, so a
      *garbage book quantity prints as keyed instead of abending the
      *vendor order.
       01 ws-run-parameters.
         05 ws-sequence-option     pic x         value "V".
         05 ws-warehouse-filter    pic x(2)      value spaces.

      *****************************************************************
      *This section holds the warehouse and book quantity of the
      *count line being printed - the main warehouse and the item's
      *own on hand for an item not stocked by location, the
      *location's for one that is.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-location-open       pic x         value "N".
         05 ws-item-located        pic x         value "N".
         05 ws-location-eof        pic x         value "n".
         05 ws-line-warehouse      pic x(2)      value spaces.
         05 ws-line-book-qty       pic x(3)      value spaces.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-parm-status         pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
           end-if.

      *This reads the parameter file, when one has been supplied for
      *the run, and takes the walking sequence from its first line
      *and the warehouse to count from its second.
       008-read-parameters.
           open input parm-file.

               read parm-file into ws-sequence-option
                   at end continue
               end-read
               read parm-file into ws-warehouse-filter
                   at end continue
               end-read
               close parm-file
           end-if.

           open input input-file.
           open output count-sheet-file.

           open input location-file.
           if ws-location-status = "00"
               move "Y" to ws-location-open
           end-if.

       020-write-headings.
           move ws-run-date-stamp to ws-sh-run-date.
           if ws-sequence-option = "C"
           else
               move "VENDOR" to ws-sh-sequence
           end-if.
           if ws-warehouse-filter = spaces
               move "ALL" to ws-sh-warehouse
           else
               move ws-warehouse-filter to ws-sh-warehouse
           end-if.
           write count-sheet-line from ws-sheet-heading.

       030-read-input.
      *with the book quantity and the blank counted column. Every
      *item goes on the sheet - a record with a garbage book
      *quantity is exactly the kind a physical count exists to
      *correct. An item stocked by location gets a line per
      *location instead, each with the location's own book quantity;
      *only the warehouse asked for is printed when the run names
      *one.
       100-process-item.
           if ws-sequence-option = "C"
               move il-product-class to ws-current-group
               move il-vendor-code to ws-current-group
           end-if.

           perform 105-check-item-located.

           if ws-item-located = "Y"
               perform 120-list-locations
           else
               if ws-warehouse-filter = spaces or
                 ws-warehouse-filter = ws-main-warehouse
                   move ws-main-warehouse to ws-line-warehouse
                   move il-quantity-raw   to ws-line-book-qty
                   perform 190-list-line
               end-if
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

      *This lists the item's locations in warehouse order.
       120-list-locations.
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
                           if ws-warehouse-filter = spaces or
                             ws-warehouse-filter = ls-warehouse
                               move ls-warehouse to ws-line-warehouse
                               move ls-qty-on-hand-raw to
                                 ws-line-book-qty
                               perform 190-list-line
                           end-if
                       end-if
               end-read
           end-perform.

      *This puts one count line on the sheet under its block.
       190-list-line.
           perform 195-check-group-break.
           add 1 to ws-item-count.
           perform 200-write-sheet-detail.

      *This starts a new block the first time a vendor or class is
      *seen in the sorted input - same break pattern as
      *A2-StockStatus, without a per-block total (a count sheet just
           move il-description     to ws-sd-description.
           move il-product-class   to ws-sd-product-class.
           move il-vendor-code     to ws-sd-vendor-code.
           move ws-line-warehouse  to ws-sd-warehouse.
           move ws-line-book-qty   to ws-sd-book-qty.

           write count-sheet-line from ws-sheet-detail
             after advancing 1 line.
           close input-file.
           close count-sheet-file.

           if ws-location-open = "Y"
               close location-file
           end-if.

       end program A2-CountSheet.
