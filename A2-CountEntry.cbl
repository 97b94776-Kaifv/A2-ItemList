      *not a maintenance change - and A2-AuditApply can replay it
      *forward against a restored master like any other journaled
      *transaction. The variance listing is the report the auditors
      *asked for and we did not have. Each count also carries the
      *warehouse it was taken at (blank means the main warehouse
      *"01"). For an item stocked by location (A2-LocStock.dat) the
      *variance is against that location's book on hand, the
      *location is set to the count, and the master total moves by
      *the same difference; a count for a warehouse the item has no
      *location at is rejected. An item not yet stocked by location
      *is held whole at the main warehouse and is counted there
      *against the master as before.
      *****************************************************************

       environment division.
           organization is line sequential
           file status is ws-journal-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *opened I-O so a count taken at a warehouse can correct that
      *location's on hand.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the variance listing - book against counted, in units
      *and at value, for every keyed count.
           select variance-report-file

           copy ITEMREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd count-file
           data record is count-line
           record contains 9 characters.

       01 count-line.
         05 ct-item-number         pic x(4).
         05 ct-counted-qty         pic 999.
         05 ct-warehouse           pic x(2).

      *This redefines the counted quantity as plain text so the raw
      *value can be shown on the listing when it fails the numeric
       01 count-line-raw redefines count-line.
         05 filler                 pic x(4).
         05 ct-counted-qty-raw     pic x(3).
         05 filler                 pic x(2).

       fd audit-journal
           data record is audit-record
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(6)      value "WHSE  ".
         05 filler                 pic x(6)      value "BOOK  ".
         05 filler                 pic x(9)      value "COUNTED  ".
         05 filler                 pic x(11)     value
         05 filler                 pic x(2)      value spaces.
         05 ws-vd-description      pic x(13).
         05 filler                 pic x(2)      value spaces.
         05 ws-vd-warehouse        pic x(2).
         05 filler                 pic x(4)      value spaces.
         05 ws-vd-book-qty         pic zz9.
         05 filler                 pic x(4)      value spaces.
         05 ws-vd-counted-qty      pic x(3).
       01 ws-variance-calcs.
         05 ws-var-units-calc      pic s9(5)     value 0.
         05 ws-var-value-calc      pic s9(7)v99  value 0.
         05 ws-new-master-qty      pic s9(5)     value 0.

      *****************************************************************
      *This section holds the warehouse the count was taken at and
      *what 140-check-count-location found there.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-count-warehouse     pic x(2)      value "01".
         05 ws-item-located        pic x         value "N".
         05 ws-location-found      pic x         value "N".
         05 ws-location-book-qty   pic 999       value 0.

      *****************************************************************
      *This section supports the audit journal - same before/after
         05 ws-master-status       pic xx        value "00".
         05 ws-count-status        pic xx        value "00".
         05 ws-journal-status      pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
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
                 "A2-COUNTENTRY - LOCATION FILE OPEN FAILED, "
                 "STATUS " ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open output variance-report-file.

      *The audit journal accumulates across runs, so it is extended,
           move ct-item-number     to ws-vd-item-number.
           move ct-counted-qty-raw to ws-vd-counted-qty.

           if ct-warehouse = spaces
               move ws-main-warehouse to ws-count-warehouse
           else
               move ct-warehouse      to ws-count-warehouse
           end-if.
           move ws-count-warehouse to ws-vd-warehouse.

           evaluate true
               when ct-counted-qty not numeric
                   move "REJECTED - COUNT NOT NUMERIC" to
                     ws-result-text
                   add 1 to ws-reject-count
               when ws-count-warehouse not numeric or
                 ws-count-warehouse = "00"
                   move "REJECTED - WAREHOUSE NOT VALID" to
                     ws-result-text
                   add 1 to ws-reject-count
               when other
                   perform 110-post-count
           end-evaluate.

           move ws-result-text to ws-vd-result.
           write variance-report-line from ws-variance-detail

           perform 030-read-count.

      *This reads the counted item and sends the count to the
      *location it was taken at, or to the master for an item not
      *stocked by location. A count for a warehouse with no location
      *for the item - or, for an item not stocked by location, for
      *any warehouse but the main one - rejects, there is no book
      *there to correct.
       110-post-count.
           move ct-item-number to il-item-number.

                   add 1 to ws-reject-count
               not invalid key
                   move il-description to ws-vd-description
                   perform 140-check-count-location
                   evaluate true
                       when ws-location-found = "Y"
                           perform 120-post-location-count
                       when ws-item-located = "N" and
                         ws-count-warehouse = ws-main-warehouse
                           perform 115-post-master-count
                       when other
                           move "REJECTED - LOCATION NOT ON FILE" to
                             ws-result-text
                           add 1 to ws-reject-count
                   end-evaluate
           end-read.

      *This reports the variance of a count against the master in
      *units and at il-unit-price value, corrects il-quantity to the
      *counted quantity and journals the adjustment. A book
      *quantity that is not numeric (an old-format record) has no
      *arithmetic variance - the correction still posts, that is
      *the very record a count fixes - so the variance columns stay
      *blank and the result says so.
       115-post-master-count.
           move input-line     to ws-before-image.

           if il-quantity numeric
               move il-quantity to ws-vd-book-qty
               subtract il-quantity from ct-counted-qty
                 giving ws-var-units-calc
               if il-unit-price numeric
                   multiply ws-var-units-calc by
                     il-unit-price
                     giving ws-var-value-calc
               else
                   move 0 to ws-var-value-calc
               end-if
               move ws-var-units-calc to ws-vd-var-units
               move ws-var-value-calc to ws-vd-var-value
               if ws-var-units-calc not = 0
                   add 1 to ws-variance-count
                   add ws-var-value-calc to ws-value-variance
               end-if
           end-if.

           move ct-counted-qty to il-quantity.

           rewrite input-line
               invalid key
                   move "REJECTED - MASTER REWRITE FAILED" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   add 1 to ws-counted-count
                   move input-line to ws-after-image
                   perform 300-write-journal-record
                   if ws-before-image(19:3) numeric
                       move "ADJUSTED TO COUNT" to
                         ws-result-text
                   else
                       move "ADJUSTED - BOOK QTY WAS BAD" to
                         ws-result-text
                   end-if
           end-rewrite.

      *This reports the variance of a count against the location's
      *book on hand, sets the location to the count and moves the
      *master total by the same difference, journaling the master
      *change. A location book that is not numeric is taken as
      *nothing on hand. The master total must be numeric and must
      *stay within what the field carries, or the count rejects and
      *nothing moves.
       120-post-location-count.
           if ls-qty-on-hand numeric
               move ls-qty-on-hand to ws-location-book-qty
           else
               move 0 to ws-location-book-qty
           end-if.

           subtract ws-location-book-qty from ct-counted-qty
             giving ws-var-units-calc.

           if il-quantity numeric
               add il-quantity to ws-var-units-calc
                 giving ws-new-master-qty
           end-if.

           evaluate true
               when il-quantity not numeric
                   move "REJECTED - MASTER QTY NOT NUMERIC" to
                     ws-result-text
                   add 1 to ws-reject-count
               when ws-new-master-qty < 0 or ws-new-master-qty > 999
                   move "REJECTED - MASTER TOTAL OUT OF RANGE" to
                     ws-result-text
                   add 1 to ws-reject-count
               when other
                   perform 125-apply-location-count
           end-evaluate.

      *This posts a location count that passed 120's checks - master
      *first, then the location once the master has taken it, with a
      *warning if the location will not rewrite.
       125-apply-location-count.
           move ws-location-book-qty to ws-vd-book-qty.
           if il-unit-price numeric
               multiply ws-var-units-calc by il-unit-price
                 giving ws-var-value-calc
           else
               move 0 to ws-var-value-calc
           end-if.
           move ws-var-units-calc to ws-vd-var-units.
           move ws-var-value-calc to ws-vd-var-value.

           move input-line        to ws-before-image.
           move ws-new-master-qty to il-quantity.

           rewrite input-line
               invalid key
                   move "REJECTED - MASTER REWRITE FAILED" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   add 1 to ws-counted-count
                   if ws-var-units-calc not = 0
                       add 1 to ws-variance-count
                       add ws-var-value-calc to ws-value-variance
                   end-if
                   move input-line to ws-after-image
                   perform 300-write-journal-record
                   if ls-qty-on-hand numeric
                       move "ADJUSTED TO COUNT" to ws-result-text
                   else
                       move "ADJUSTED - BOOK QTY WAS BAD" to
                         ws-result-text
                   end-if
                   move ct-counted-qty to ls-qty-on-hand
                   rewrite location-stock-record
                       invalid key
                           display "A2-COUNTENTRY - ITEM "
                             ct-item-number " WAREHOUSE "
                             ws-count-warehouse
                             " LOCATION REWRITE FAILED"
                   end-rewrite
           end-rewrite.

      *This looks for any location record for the item - an item
      *with one is stocked by location - and reads its location at
      *the warehouse the count was taken at. The location read here
      *stays in the record area for 125 to correct.
       140-check-count-location.
           move "N" to ws-item-located.
           move "N" to ws-location-found.

           move ct-item-number to ls-item-number.
           move low-values     to ls-warehouse.
           start location-file key not < ls-key
               invalid key
                   continue
               not invalid key
                   read location-file next record
                       at end
                           continue
                       not at end
                           if ls-item-number = ct-item-number
                               move "Y" to ws-item-located
                           end-if
                   end-read
           end-start.

           if ws-item-located = "Y"
               move ct-item-number     to ls-item-number
               move ws-count-warehouse to ls-warehouse
               read location-file
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-location-found
               end-read
           end-if.

      *This writes one audit journal record for the adjustment just
      *posted - same record A2-ItemMaint journals, with code "K" so
           close count-file.
           close variance-report-file.
           close audit-journal.
           close location-file.

           perform 915-unlock-master.

