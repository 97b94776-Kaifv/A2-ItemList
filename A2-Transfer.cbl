       identification division.
       program-id. A2-Transfer.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This program moves stock between warehouses on
      *the location-stock file A2-LocMaint maintains. Each transfer
      *transaction carries a one-character code, the item, the
      *warehouse the stock comes from, the warehouse it goes to and
      *the quantity. "S" ships: the quantity comes off the
      *from-warehouse's on-hand and goes in transit to the
      *to-warehouse, where it cannot be sold yet. "R" receives: the
      *quantity comes out of the to-warehouse's in-transit and onto
      *its on-hand. Either way the item master is not touched - stock
      *on a truck between two sites is still ours, so il-quantity
      *stays the same total it was. Both locations must already be
      *on file, the two warehouses must differ, a shipment cannot
      *take more than the from-warehouse has on hand, and a receipt
      *cannot take in more than is in transit to the to-warehouse; a
      *transaction that fails is rejected onto the listing and
      *touches nothing. Every movement posted is appended to the
      *transfer journal A2-Transfer.jrnl with the date and time it
      *was posted and the item's unit cost at that moment. The
      *listing closes with everything still in transit, valued at
      *il-unit-cost.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the indexed location-stock file A2-LocMaint
      *maintains, opened I-O so both ends of a movement can be
      *rewritten.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the same indexed item master the other programs use,
      *read here for the item's description and unit cost.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the transfer transaction file - one record per
      *movement shipped or received.
           select transfer-file
           assign to "../../../A2-Transfer.txn"
           organization is line sequential
           file status is ws-transfer-status.

      *This is the transfer journal - one record appended per
      *movement posted.
           select transfer-journal
           assign to "../../../A2-Transfer.jrnl"
           organization is line sequential
           file status is ws-journal-status.

      *This is the transfer listing.
           select transfer-report-file
           assign to "../../../A2-Transfer.out"
           organization is line sequential.

       data division.
       file section.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd transfer-file
           data record is transfer-line
           record contains 12 characters.

       01 transfer-line.
         05 tr-code                pic x(1).
         05 tr-item-number         pic x(4).
         05 tr-from-warehouse      pic x(2).
         05 tr-to-warehouse        pic x(2).
         05 tr-quantity            pic 999.

      *This redefines the quantity as plain text so the raw value can
      *be shown on the listing when it fails the numeric check -
      *same pattern as ITEMREC's raw redefines.
       01 transfer-line-raw redefines transfer-line.
         05 filler                 pic x(9).
         05 tr-quantity-raw        pic x(3).

       fd transfer-journal
           data record is transfer-journal-record
           record contains 34 characters.

           copy XFERREC.

       fd transfer-report-file
           data record is transfer-report-line
           record contains 100 characters.

       01 transfer-report-line     pic x(100).

       working-storage section.

       01 ws-transfer-heading.
         05 filler                 pic x(40)     value
         "A2-Transfer - STOCK TRANSFER LISTING".
         05 filler                 pic x(8)      value "  RUN: ".
         05 ws-th-run-date         pic x(8).

       01 ws-transfer-title.
         05 filler                 pic x(6)      value "CODE  ".
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(6)      value "FROM  ".
         05 filler                 pic x(6)      value "TO    ".
         05 filler                 pic x(6)      value "  QTY ".
         05 filler                 pic x(40)     value
         "RESULT".

       01 ws-transfer-detail.
         05 filler                 pic x(1).
         05 ws-td-code             pic x(1).
         05 filler                 pic x(6)      value spaces.
         05 ws-td-item-number      pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-td-description      pic x(13).
         05 filler                 pic x(2)      value spaces.
         05 ws-td-from-warehouse   pic x(2).
         05 filler                 pic x(4)      value spaces.
         05 ws-td-to-warehouse     pic x(2).
         05 filler                 pic x(5)      value spaces.
         05 ws-td-quantity         pic x(3).
         05 filler                 pic x(3)      value spaces.
         05 ws-td-result           pic x(40).

       01 ws-result-text            pic x(40)    value spaces.

       01 ws-transfer-totals.
         05 ws-shipped-count       pic 9(5)      value 0.
         05 ws-received-count      pic 9(5)      value 0.
         05 ws-reject-count        pic 9(5)      value 0.

       01 ws-transfer-summary.
         05 filler                 pic x(10)     value "SHIPPED  ".
         05 ws-sum-shipped         pic zz,zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(10)     value "RECEIVED ".
         05 ws-sum-received        pic zz,zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(10)     value "REJECTED ".
         05 ws-sum-rejected        pic zz,zz9.

      *****************************************************************
      *This section is the closing list of the stock still in
      *transit, by item and receiving warehouse, valued at the item's
      *unit cost.
       01 ws-transit-heading.
         05 filler                 pic x(30)     value
         "STOCK STILL IN TRANSIT".

       01 ws-transit-title.
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(9)      value "TO WHSE  ".
         05 filler                 pic x(6)      value "  QTY ".
         05 filler                 pic x(11)     value
         "  UNIT COST".
         05 filler                 pic x(14)     value
         "         VALUE".

       01 ws-transit-detail.
         05 filler                 pic x(2)      value spaces.
         05 ws-tl-item-number      pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-tl-description      pic x(13).
         05 filler                 pic x(5)      value spaces.
         05 ws-tl-warehouse        pic x(2).
         05 filler                 pic x(5)      value spaces.
         05 ws-tl-quantity         pic zz9.
         05 filler                 pic x(3)      value spaces.
         05 ws-tl-unit-cost        pic z,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-tl-value            pic z,zzz,zz9.99.

       01 ws-transit-total.
         05 filler                 pic x(26)     value
         "TOTAL IN TRANSIT VALUE    ".
         05 ws-tt-value            pic $$$,$$$,$$9.99.

       01 ws-transit-control.
         05 ws-transit-eof         pic x         value "n".
         05 ws-transit-value       pic 9(9)v99   value 0.
         05 ws-transit-line-value  pic 9(9)v99   value 0.

       01 ws-codes.
         05 ws-ship-code           pic x         value "S".
         05 ws-receive-code        pic x         value "R".

      *****************************************************************
      *This section holds the result of validating a transaction
      *before it is allowed to touch the location-stock file, and the
      *quantities read off the two locations it moves stock between.
       01 ws-validation.
         05 ws-valid-transfer      pic x         value "Y".

       01 ws-location-work.
         05 ws-from-on-hand        pic 999       value 0.
         05 ws-to-on-hand          pic 999       value 0.
         05 ws-to-in-transit       pic 999       value 0.
         05 ws-new-quantity        pic 9(4)      value 0.
         05 ws-unit-cost           pic 9(4)v99   value 0.

      *****************************************************************
      *This section supports the transfer journal - the date/time
      *stamps are accepted fresh for each movement so the journal
      *shows when each one was posted.
       01 ws-journal-work.
         05 ws-journal-date        pic x(8).
         05 ws-journal-time        pic x(8).

       01 ws-run-date-stamp        pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-location-status     pic xx        value "00".
         05 ws-master-status       pic xx        value "00".
         05 ws-transfer-status     pic xx        value "00".
         05 ws-journal-status      pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *the location-stock file is posted to under the same lock as
      *A2.dat, so this program takes it before the files open and
      *releases it after the close.

           copy LOCKREQ.

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-transfer.

           perform 100-process-transfer
             until ws-eof-flag = "y".

           perform 900-write-summary.
           perform 950-list-in-transit.
           perform 910-close-files.

           goback.

      *open the location-stock file and the item master for dynamic
      *(keyed) access and the transfer/listing files for sequential
      *processing - same status check pattern as A2-ItemMaint
       010-open-files.
           perform 015-lock-master.

      *Without locations there is nowhere to move stock between -
      *A2-LocMaint builds the file, this program never does.
           open i-o location-file.

           if ws-location-status not = "00"
               display
                 "A2-TRANSFER - LOCATION FILE OPEN FAILED, STATUS "
                 ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input item-master.

           if ws-master-status not = "00"
               display
                 "A2-TRANSFER - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input transfer-file.

           if ws-transfer-status not = "00"
               display
                 "A2-TRANSFER - TRANSFER FILE OPEN FAILED, STATUS "
                 ws-transfer-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open output transfer-report-file.

      *The transfer journal accumulates across runs, so it is
      *extended, not truncated - with the same OPEN OUTPUT fallback
      *for a fresh deployment as A2-ItemMaint's audit journal.
           open extend transfer-journal.
           if ws-journal-status not = "00"
               open output transfer-journal
               if ws-journal-status not = "00"
                   display
                     "A2-TRANSFER - TRANSFER JOURNAL OPEN FAILED, "
                     "STATUS " ws-journal-status
                   perform 915-unlock-master
                   move 1 to return-code
                   goback
               end-if
           end-if.

      *This takes the A2-MasterLock update lock ahead of the opens -
      *a transfer must never post into a location an order or
      *receiving run is mid-run against.
       015-lock-master.
           move "L" to ml-function.
           move "A2-TRANSFER" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-TRANSFER - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

       020-write-headings.
           move ws-run-date-stamp to ws-th-run-date.
           write transfer-report-line from ws-transfer-heading.
           write transfer-report-line from ws-transfer-title
             after advancing 2 lines.

       030-read-transfer.
           read transfer-file
               at end
                   move "y" to ws-eof-flag.

      *This works one transfer transaction - edited first, then
      *shipped or received - and lists the outcome.
       100-process-transfer.
           move spaces to ws-result-text.
           move spaces to il-description.

           perform 105-validate-transfer.

           if ws-valid-transfer = "Y"
               if tr-code = ws-ship-code
                   perform 110-ship-transfer
               else
                   perform 120-receive-transfer
               end-if
           end-if.

           if ws-valid-transfer = "N"
               add 1 to ws-reject-count
           end-if.

           perform 200-write-transfer-detail.
           perform 030-read-transfer.

      *This edits a transfer's fields before it is allowed near the
      *location-stock file - a known code, two different numeric
      *warehouse codes, a numeric quantity above zero, and an item
      *that is on the master.
       105-validate-transfer.
           move "Y" to ws-valid-transfer.

           evaluate true
               when tr-code not = ws-ship-code and
                 tr-code not = ws-receive-code
                   move "N" to ws-valid-transfer
                   move "REJECTED - UNKNOWN TRANSACTION CODE" to
                     ws-result-text
               when tr-from-warehouse not numeric or
                 tr-from-warehouse = "00"
                   move "N" to ws-valid-transfer
                   move "REJECTED - FROM WAREHOUSE NOT VALID" to
                     ws-result-text
               when tr-to-warehouse not numeric or
                 tr-to-warehouse = "00"
                   move "N" to ws-valid-transfer
                   move "REJECTED - TO WAREHOUSE NOT VALID" to
                     ws-result-text
               when tr-from-warehouse = tr-to-warehouse
                   move "N" to ws-valid-transfer
                   move "REJECTED - FROM AND TO ARE THE SAME" to
                     ws-result-text
               when tr-quantity not numeric
                   move "N" to ws-valid-transfer
                   move "REJECTED - QUANTITY NOT NUMERIC" to
                     ws-result-text
               when tr-quantity = 0
                   move "N" to ws-valid-transfer
                   move "REJECTED - QUANTITY ZERO" to
                     ws-result-text
           end-evaluate.

           if ws-valid-transfer = "Y"
               move tr-item-number to il-item-number
               read item-master
                   invalid key
                       move "N" to ws-valid-transfer
                       move "REJECTED - ITEM NOT ON MASTER" to
                         ws-result-text
                       move spaces to il-description
               end-read
           end-if.

           if ws-valid-transfer = "Y"
               if il-unit-cost numeric
                   move il-unit-cost to ws-unit-cost
               else
                   move 0 to ws-unit-cost
               end-if
           end-if.

      *This ships a transfer - the from-warehouse must have the
      *quantity on hand and the to-warehouse must be able to carry
      *it in transit. Both locations are checked before either is
      *rewritten, so a rejected shipment moves nothing.
       110-ship-transfer.
           perform 130-read-from-location.

           if ws-valid-transfer = "Y"
               if ws-from-on-hand < tr-quantity
                   move "N" to ws-valid-transfer
                   move "REJECTED - NOT ENOUGH ON HAND AT FROM" to
                     ws-result-text
               end-if
           end-if.

           if ws-valid-transfer = "Y"
               perform 135-read-to-location
           end-if.

           if ws-valid-transfer = "Y"
               add ws-to-in-transit to tr-quantity
                 giving ws-new-quantity
               if ws-new-quantity > 999
                   move "N" to ws-valid-transfer
                   move "REJECTED - IN TRANSIT WOULD PASS 999" to
                     ws-result-text
               end-if
           end-if.

           if ws-valid-transfer = "Y"
               move ws-new-quantity to ls-qty-in-transit
               rewrite location-stock-record
                   invalid key
                       move "N" to ws-valid-transfer
                       move "REJECTED - LOCATION REWRITE FAILED" to
                         ws-result-text
               end-rewrite
           end-if.

           if ws-valid-transfer = "Y"
               perform 130-read-from-location
               subtract tr-quantity from ls-qty-on-hand
               rewrite location-stock-record
                   invalid key
                       display "A2-TRANSFER - ITEM " tr-item-number
                         " WAREHOUSE " tr-from-warehouse
                         " REWRITE FAILED - SHIPMENT IN TRANSIT BUT"
                         " NOT RELIEVED"
               end-rewrite
               move "SHIPPED - NOW IN TRANSIT" to ws-result-text
               add 1 to ws-shipped-count
               perform 300-write-journal-record
           end-if.

      *This receives a transfer at the to-warehouse - the quantity
      *must be in transit there, and on hand must be able to carry
      *it.
       120-receive-transfer.
           perform 135-read-to-location.

           if ws-valid-transfer = "Y"
               if ws-to-in-transit < tr-quantity
                   move "N" to ws-valid-transfer
                   move "REJECTED - MORE THAN IS IN TRANSIT" to
                     ws-result-text
               end-if
           end-if.

           if ws-valid-transfer = "Y"
               add ws-to-on-hand to tr-quantity
                 giving ws-new-quantity
               if ws-new-quantity > 999
                   move "N" to ws-valid-transfer
                   move "REJECTED - ON HAND WOULD PASS 999" to
                     ws-result-text
               end-if
           end-if.

           if ws-valid-transfer = "Y"
               move ws-new-quantity to ls-qty-on-hand
               subtract tr-quantity from ls-qty-in-transit
               rewrite location-stock-record
                   invalid key
                       move "N" to ws-valid-transfer
                       move "REJECTED - LOCATION REWRITE FAILED" to
                         ws-result-text
                   not invalid key
                       move "RECEIVED - NOW ON HAND" to
                         ws-result-text
                       add 1 to ws-received-count
                       perform 300-write-journal-record
               end-rewrite
           end-if.

      *This reads the from-warehouse's location for the item. A
      *quantity that is not numeric is taken as nothing on hand.
       130-read-from-location.
           move tr-item-number    to ls-item-number.
           move tr-from-warehouse to ls-warehouse.

           read location-file
               invalid key
                   move "N" to ws-valid-transfer
                   move "REJECTED - FROM LOCATION NOT ON FILE" to
                     ws-result-text
               not invalid key
                   if ls-qty-on-hand numeric
                       move ls-qty-on-hand to ws-from-on-hand
                   else
                       move 0 to ws-from-on-hand
                   end-if
           end-read.

      *This reads the to-warehouse's location for the item. A
      *quantity that is not numeric is taken as zero.
       135-read-to-location.
           move tr-item-number  to ls-item-number.
           move tr-to-warehouse to ls-warehouse.

           read location-file
               invalid key
                   move "N" to ws-valid-transfer
                   move "REJECTED - TO LOCATION NOT ON FILE" to
                     ws-result-text
               not invalid key
                   if ls-qty-on-hand not numeric
                       move 0 to ls-qty-on-hand
                   end-if
                   if ls-qty-in-transit not numeric
                       move 0 to ls-qty-in-transit
                   end-if
                   move ls-qty-on-hand    to ws-to-on-hand
                   move ls-qty-in-transit to ws-to-in-transit
           end-read.

      *writes one line to the transfer listing showing the outcome
      *of the transaction just processed
       200-write-transfer-detail.
           move spaces             to ws-transfer-detail.
           move tr-code             to ws-td-code.
           move tr-item-number      to ws-td-item-number.
           move il-description      to ws-td-description.
           move tr-from-warehouse   to ws-td-from-warehouse.
           move tr-to-warehouse     to ws-td-to-warehouse.
           move tr-quantity-raw     to ws-td-quantity.
           move ws-result-text      to ws-td-result.

           write transfer-report-line from ws-transfer-detail
             after advancing 1 line.

      *writes one transfer journal record for the movement just
      *posted. Only posted movements reach here; a rejected transfer
      *moves nothing, so there is nothing to journal for it.
       300-write-journal-record.
           accept ws-journal-date from date yyyymmdd.
           accept ws-journal-time from time.

           move ws-journal-date    to xf-date.
           move ws-journal-time    to xf-time.
           move tr-code             to xf-code.
           move tr-item-number      to xf-item-number.
           move tr-from-warehouse   to xf-from-warehouse.
           move tr-to-warehouse     to xf-to-warehouse.
           move tr-quantity         to xf-quantity.
           move ws-unit-cost        to xf-unit-cost.

           write transfer-journal-record.

      *writes the shipped/received/rejected counts at the bottom of
      *the transfer listing
       900-write-summary.
           move ws-shipped-count  to ws-sum-shipped.
           move ws-received-count to ws-sum-received.
           move ws-reject-count   to ws-sum-rejected.

           write transfer-report-line from ws-transfer-summary
             after advancing 2 lines.

      *This lists every location with stock in transit to it after
      *this run, reading the location file front to back by key,
      *valued at the item's current unit cost.
       950-list-in-transit.
           write transfer-report-line from ws-transit-heading
             after advancing 3 lines.
           write transfer-report-line from ws-transit-title
             after advancing 2 lines.

           move low-values to ls-key.
           start location-file key not < ls-key
               invalid key
                   move "y" to ws-transit-eof
           end-start.

           perform until ws-transit-eof = "y"
               read location-file next record
                   at end
                       move "y" to ws-transit-eof
                   not at end
                       if ls-qty-in-transit numeric and
                         ls-qty-in-transit > 0
                           perform 955-write-transit-detail
                       end-if
               end-read
           end-perform.

           move ws-transit-value to ws-tt-value.
           write transfer-report-line from ws-transit-total
             after advancing 2 lines.

       955-write-transit-detail.
           move ls-item-number to il-item-number.
           read item-master
               invalid key
                   move spaces to il-description
                   move 0      to il-unit-cost
           end-read.

           if il-unit-cost not numeric
               move 0 to il-unit-cost
           end-if.

           multiply ls-qty-in-transit by il-unit-cost
             giving ws-transit-line-value.
           add ws-transit-line-value to ws-transit-value.

           move spaces             to ws-transit-detail.
           move ls-item-number      to ws-tl-item-number.
           move il-description      to ws-tl-description.
           move ls-warehouse        to ws-tl-warehouse.
           move ls-qty-in-transit   to ws-tl-quantity.
           move il-unit-cost        to ws-tl-unit-cost.
           move ws-transit-line-value to ws-tl-value.

           write transfer-report-line from ws-transit-detail
             after advancing 1 line.

       910-close-files.
           close location-file.
           close item-master.
           close transfer-file.
           close transfer-report-file.
           close transfer-journal.

           perform 915-unlock-master.

      *This releases the A2-MasterLock update lock once the files
      *are closed, so the held-off programs can have it back.
       915-unlock-master.
           move "U" to ml-function.
           move "A2-TRANSFER" to ml-caller.
           call "A2-MasterLock" using lock-request.

       end program A2-Transfer.
