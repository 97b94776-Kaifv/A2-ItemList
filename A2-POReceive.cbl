      *outstanding, so a PO delivered across two trucks reconciles
      *cumulatively, a re-keyed receipt for a completed line rejects
      *instead of posting twice, and the file stops growing without
      *bound. Each receipt also carries the unit cost the vendor
      *invoiced (blank means invoiced at the PO cost), and posting it
      *re-averages il-unit-cost over the quantity on hand plus the
      *quantity received, so the cost A2-Valuation and the margin
      *checks work from follows what we actually pay. Every posted
      *receipt is appended to the purchase price variance file with
      *its PO and invoiced costs - A2-PPVReport reports the ones
      *invoiced at a different cost from the PO line, and the file
      *is the receipt history A2-IntegCheck looks to for a vendor's
      *past PO activity.
      *Every PO line is for delivery to one warehouse (blank on a
      *line cut before that meant the main warehouse "01"). A receipt
      *may name the warehouse it was received at, and then matches
      *only a line for that warehouse; left blank it matches the
      *PO/item's first line still open. For an item stocked by
      *location (A2-LocStock.dat) the receipt is also posted to the
      *location at the line's warehouse - onto its on hand and off
      *its on order - and rejects if that location is not on file;
      *an item not yet stocked by location can only be received at
      *the main warehouse.
      *****************************************************************

       environment division.
           organization is line sequential
           file status is ws-receipt-status.

      *This is the purchase price variance file - one record
      *appended per posted receipt, at the PO cost or not,
      *accumulated across runs for A2-PPVReport and A2-IntegCheck.
           select ppv-file
           assign to "../../../A2-POVariance.dat"
           organization is line sequential
           file status is ws-ppv-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *opened I-O so a receipt for an item stocked by location can be
      *posted to the warehouse it came in at.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the receiving listing showing what happened to every
      *receipt, including over/short and unknown-PO ones.
           select receive-report-file

       fd po-file
           data record is po-record
           record contains 33 characters.

           copy POREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd receipt-file
           data record is receipt-line
           record contains 21 characters.

       01 receipt-line.
         05 rc-po-number           pic 9(6).
         05 rc-item-number         pic x(4).
         05 rc-quantity            pic 999.
         05 rc-unit-cost           pic 9(4)v99.
         05 rc-warehouse           pic x(2).

      *This redefines the numeric fields as plain text so the raw
      *value can be shown on the listing when it fails the numeric
         05 rc-po-number-raw       pic x(6).
         05 filler                 pic x(4).
         05 rc-quantity-raw        pic x(3).
         05 rc-unit-cost-raw       pic x(6).
         05 filler                 pic x(2).

       fd ppv-file
           data record is ppv-record
           record contains 37 characters.

           copy PPVREC.

       fd receive-report-file
           data record is receive-report-line
         05 filler                 pic x(10)     value "PO        ".
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(6)      value "  QTY ".
         05 filler                 pic x(6)      value "WHSE  ".
         05 filler                 pic x(30)     value
         "RESULT".

         05 filler                 pic x(3)      value spaces.
         05 ws-rd-quantity         pic x(3).
         05 filler                 pic x(3)      value spaces.
         05 ws-rd-warehouse        pic x(2).
         05 filler                 pic x(4)      value spaces.
         05 ws-rd-result           pic x(40).

       01 ws-result-text            pic x(40)    value spaces.
         05 ws-over-count          pic 9(5)      value 0.
         05 ws-short-count         pic 9(5)      value 0.
         05 ws-reject-count        pic 9(5)      value 0.
         05 ws-variance-count      pic 9(5)      value 0.
         05 ws-variance-effect     pic s9(9)v99  value 0.

       01 ws-receive-summary.
         05 filler                 pic x(10)     value "POSTED   ".
         05 filler                 pic x(10)     value "REJECTED ".
         05 ws-sum-rejected        pic zz,zz9.

       01 ws-variance-summary.
         05 filler                 pic x(16)     value
         "COST VARIANCES  ".
         05 ws-sum-variances       pic zz,zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(12)     value
         "NET EFFECT  ".
         05 ws-sum-effect          pic $$$,$$$,$$9.99-.

      *****************************************************************
      *This section holds the cost arithmetic for a receipt - the
      *cost it was invoiced at, and the on-hand and received values
      *the new average unit cost is struck from.
       01 ws-cost-work.
         05 ws-invoice-cost        pic 9(4)v99   value 0.
         05 ws-on-hand-value       pic 9(9)v99   value 0.
         05 ws-received-value      pic 9(9)v99   value 0.
         05 ws-average-qty         pic 9(5)      value 0.

      *****************************************************************
      *This section holds the open-PO file loaded into a table so
      *each receipt can be matched by PO number and item - same
           10 ws-pot-item            pic x(4).
           10 ws-pot-open-qty        pic 999.
           10 ws-pot-date            pic x(8).
           10 ws-pot-cost            pic 9(4)v99.
           10 ws-pot-warehouse       pic x(2).

       01 ws-po-control.
         05 ws-po-count            pic 9(3)      value 0.
       01 ws-validation.
         05 ws-valid-receipt       pic x         value "Y".

      *****************************************************************
      *This section holds what 140-check-receipt-location found for
      *the matched line's warehouse - whether the item is stocked by
      *location at all and whether it has a location there.
       01 ws-warehouse-work.
         05 ws-main-warehouse      pic x(2)      value "01".
         05 ws-item-located        pic x         value "N".
         05 ws-location-found      pic x         value "N".

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

         05 ws-master-status       pic xx        value "00".
         05 ws-po-status           pic xx        value "00".
         05 ws-receipt-status      pic xx        value "00".
         05 ws-ppv-status          pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -

           copy LOCKREQ.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 010-open-files.
           perform 012-load-po-table.
           perform 020-write-headings.
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
                 "A2-PORECEIVE - LOCATION FILE OPEN FAILED, "
                 "STATUS " ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open output receive-report-file.

      *The variance file accumulates across runs - extended, with the
      *same OPEN OUTPUT fallback for a fresh deployment as A2-POGen's
      *open-PO file.
           open extend ppv-file.
           if ws-ppv-status not = "00"
               open output ppv-file
               if ws-ppv-status not = "00"
                   display
                     "A2-PORECEIVE - VARIANCE FILE OPEN FAILED, "
                     "STATUS " ws-ppv-status
                   perform 915-unlock-master
                   move 1 to return-code
                   goback
               end-if
           end-if.

      *This takes the A2-MasterLock update lock ahead of the master
      *open - receipts must never post into a file another program
      *is mid-run against.
                       end-if
                       move po-order-date to
                           ws-pot-date(ws-po-count)
      *a line cut before POs were costed has no cost - zero means
      *nothing to measure the invoice against
                       if po-unit-cost numeric
                           move po-unit-cost to
                               ws-pot-cost(ws-po-count)
                       else
                           move 0 to
                               ws-pot-cost(ws-po-count)
                       end-if
      *a line cut before POs carried a warehouse was for the main
      *warehouse
                       if po-warehouse = spaces
                           move ws-main-warehouse to
                               ws-pot-warehouse(ws-po-count)
                       else
                           move po-warehouse to
                               ws-pot-warehouse(ws-po-count)
                       end-if
               end-read
           end-perform.

                   move "y" to ws-eof-flag.

       100-process-receipt.
           move 0 to ws-found-po-idx.

           perform 105-validate-receipt.

           if ws-valid-receipt = "Y"

      *This edits a receipt's fields before it is allowed to touch
      *the master - the PO number and received quantity must be
      *numeric and the quantity more than zero, and an invoiced cost,
      *when one is keyed, must be numeric.
       105-validate-receipt.
           move "Y" to ws-valid-receipt.

                   move "N" to ws-valid-receipt
                   move "REJECTED - QUANTITY ZERO" to
                     ws-result-text
               when rc-unit-cost-raw not = spaces and
                 rc-unit-cost not numeric
                   move "N" to ws-valid-receipt
                   move "REJECTED - INVOICE COST NOT NUMERIC" to
                     ws-result-text
               when rc-warehouse not = spaces and
                 (rc-warehouse not numeric or rc-warehouse = "00")
                   move "N" to ws-valid-receipt
                   move "REJECTED - WAREHOUSE NOT VALID" to
                     ws-result-text
           end-evaluate.

           if ws-valid-receipt = "N"
           end-if.

      *This looks up ws-po-table for the receipt's PO number and
      *item - same lookup pattern as the rate-table lookup - and the
      *warehouse when the receipt names one. A PO can carry the same
      *item for more than one warehouse, so the first matching line
      *still open is taken; a receipt matching only lines already
      *received in full finds the first of them, and rejects.
       145-lookup-po-table.
           move 0 to ws-found-po-idx.
           perform varying po-idx from 1 by 1
             until po-idx > ws-po-count
               if ws-pot-number(po-idx) = rc-po-number and
                 ws-pot-item(po-idx) = rc-item-number and
                 (rc-warehouse = spaces or
                  rc-warehouse = ws-pot-warehouse(po-idx))
                   if ws-found-po-idx = 0
                       move po-idx to ws-found-po-idx
                   end-if
                   if ws-pot-open-qty(po-idx) > 0
                       move po-idx to ws-found-po-idx
                       exit perform
                   end-if
               end-if
           end-perform.

      *(never below zero - a receipt over what is on order still
      *arrives, the on-order just bottoms out), and the result text
      *says whether the receipt matched, overran or fell short of
      *the ordered quantity. The unit cost is re-averaged before the
      *received quantity goes onto on-hand. The warehouse the line is
      *for is checked first by 140 - a receipt with nowhere to go is
      *rejected before anything is posted.
       110-post-receipt.
           move rc-item-number to il-item-number.

                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   perform 140-check-receipt-location
                   if ws-valid-receipt = "N"
                       move "REJECTED - LOCATION NOT ON FILE" to
                         ws-result-text
                       add 1 to ws-reject-count
                   else
                       perform 112-post-to-master
                   end-if
           end-read.

      *This posts the receipt to the master record 110 just read,
      *and once the master has taken it, to the location at the
      *line's warehouse for an item stocked by location.
       112-post-to-master.
           perform 115-average-unit-cost.

      *a receipt that pushes on-hand past what three digits can
      *carry is capped at 999 and called out, the same way the
      *on-order field below is floored at zero - silently wrapping
      *would quietly destroy a thousand units of on-hand
           add rc-quantity to il-quantity
               on size error
                   move 999 to il-quantity
                   display "A2-PORECEIVE - ITEM "
                     il-item-number " ON-HAND CAPPED AT 999"
                     " - FIELD CANNOT CARRY FULL RECEIPT"
           end-add.

           if rc-quantity > il-qty-on-order
               move 0 to il-qty-on-order
           else
               subtract rc-quantity from il-qty-on-order
           end-if.

           rewrite input-line
               invalid key
                   move "REJECTED - MASTER REWRITE FAILED" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   perform 120-set-variance-result
                   perform 130-write-price-variance
                   add 1 to ws-posted-count
                   if ws-location-found = "Y"
                       perform 150-post-to-location
                   end-if
           end-rewrite.

      *This re-averages il-unit-cost over what is on hand plus what
      *is being received - the on-hand units at the cost they carry
      *now, the received units at the cost the vendor invoiced (the
      *PO cost when no invoice cost was keyed). A receipt with no
      *cost from either source leaves the item's cost alone, as does
      *an on-hand cost that is not numeric, which is taken to be
      *worth nothing rather than allowed to poison the average.
       115-average-unit-cost.
           if rc-unit-cost-raw = spaces
               move ws-pot-cost(ws-found-po-idx) to ws-invoice-cost
           else
               move rc-unit-cost to ws-invoice-cost
           end-if.

           if ws-invoice-cost > 0
               if il-unit-cost not numeric
                   move 0 to il-unit-cost
               end-if
               multiply il-quantity by il-unit-cost
                 giving ws-on-hand-value
               multiply rc-quantity by ws-invoice-cost
                 giving ws-received-value
               add il-quantity to rc-quantity
                 giving ws-average-qty
               compute il-unit-cost rounded =
                 (ws-on-hand-value + ws-received-value) /
                 ws-average-qty
           end-if.

      *This sets the posted receipt's result text from how the
      *received quantity compares to what was still OPEN on the PO
                   move "POSTED - COMPLETE" to ws-result-text
           end-evaluate.

      *This appends the receipt to the purchase price variance file.
      *Every posted receipt goes on it, so the file is a full history
      *of receipts; it counts as a variance on the listing only when
      *it was invoiced at a cost different from its PO line's. A line
      *with no PO cost has nothing to measure against.
       130-write-price-variance.
           move ws-run-date-stamp              to pv-receipt-date.
           move ws-pot-vendor(ws-found-po-idx) to pv-vendor-code.
           move rc-item-number                 to pv-item-number.
           move rc-po-number                   to pv-po-number.
           move rc-quantity                    to pv-quantity.
           move ws-pot-cost(ws-found-po-idx)   to pv-po-cost.
           move ws-invoice-cost                to pv-invoice-cost.
           write ppv-record.

           if ws-pot-cost(ws-found-po-idx) > 0 and
             ws-invoice-cost not = ws-pot-cost(ws-found-po-idx)
               add 1 to ws-variance-count
               compute ws-variance-effect = ws-variance-effect +
                 (ws-invoice-cost - ws-pot-cost(ws-found-po-idx)) *
                 rc-quantity
           end-if.

      *This checks that the receipt has somewhere to go. An item with
      *any location record is stocked by location and must have one
      *at the warehouse the matched PO line is for; an item with none
      *is held whole at the main warehouse and can only be received
      *there. The location read here stays in the record area for
      *150 to post to.
       140-check-receipt-location.
           move "N" to ws-item-located.
           move "N" to ws-location-found.

           move rc-item-number to ls-item-number.
           move low-values     to ls-warehouse.
           start location-file key not < ls-key
               invalid key
                   continue
               not invalid key
                   read location-file next record
                       at end
                           continue
                       not at end
                           if ls-item-number = rc-item-number
                               move "Y" to ws-item-located
                           end-if
                   end-read
           end-start.

           if ws-item-located = "Y"
               move rc-item-number to ls-item-number
               move ws-pot-warehouse(ws-found-po-idx) to ls-warehouse
               read location-file
                   invalid key
                       move "N" to ws-valid-receipt
                   not invalid key
                       move "Y" to ws-location-found
               end-read
           else
               if ws-pot-warehouse(ws-found-po-idx) not =
                 ws-main-warehouse
                   move "N" to ws-valid-receipt
               end-if
           end-if.

      *This posts the receipt to the location at the line's
      *warehouse - onto its on hand, capped at 999 the way the
      *master's is, and off its on order, floored at zero. A
      *location that will not rewrite is warned about rather than
      *unwinding a receipt the master already holds - A2-IntegCheck
      *reports the difference it leaves.
       150-post-to-location.
           if ls-qty-on-hand not numeric
               move 0 to ls-qty-on-hand
           end-if.
           if ls-qty-on-order not numeric
               move 0 to ls-qty-on-order
           end-if.

           add rc-quantity to ls-qty-on-hand
               on size error
                   move 999 to ls-qty-on-hand
                   display "A2-PORECEIVE - ITEM "
                     rc-item-number " WAREHOUSE " ls-warehouse
                     " ON-HAND CAPPED AT 999"
           end-add.

           if rc-quantity > ls-qty-on-order
               move 0 to ls-qty-on-order
           else
               subtract rc-quantity from ls-qty-on-order
           end-if.

           rewrite location-stock-record
               invalid key
                   display "A2-PORECEIVE - ITEM " rc-item-number
                     " WAREHOUSE " ls-warehouse
                     " LOCATION REWRITE FAILED"
           end-rewrite.

      *writes one line to the receiving listing showing the outcome
      *of the receipt just processed
       200-write-receive-detail.
           move rc-po-number-raw    to ws-rd-po-number.
           move rc-item-number      to ws-rd-item-number.
           move rc-quantity-raw     to ws-rd-quantity.
           if ws-found-po-idx > 0
               move ws-pot-warehouse(ws-found-po-idx) to
                 ws-rd-warehouse
           else
               move rc-warehouse        to ws-rd-warehouse
           end-if.
           move ws-result-text      to ws-rd-result.

           write receive-report-line from ws-receive-detail
           write receive-report-line from ws-receive-summary
             after advancing 2 lines.

           move ws-variance-count  to ws-sum-variances.
           move ws-variance-effect to ws-sum-effect.
           write receive-report-line from ws-variance-summary
             after advancing 1 line.

      *This rewrites the open-PO file from the table, keeping only
      *the quantities still open - a fully received line is retired,
      *a partially received line carries its remainder under its
                   move ws-pot-item(po-idx)     to po-item-number
                   move ws-pot-open-qty(po-idx) to po-order-qty
                   move ws-pot-date(po-idx)     to po-order-date
                   move ws-pot-cost(po-idx)     to po-unit-cost
                   move ws-pot-warehouse(po-idx) to po-warehouse
                   write po-record
               end-if
           end-perform.
           close item-master.
           close receipt-file.
           close receive-report-file.
           close ppv-file.
           close location-file.

           perform 915-unlock-master.

