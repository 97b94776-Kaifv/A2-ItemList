      *full before and after record images, so a price that looks
      *wrong a week later can be traced to what changed it and the
      *master can be rebuilt forward from a restored copy by
      *A2-AuditApply. An add or change must also name a vendor that
      *is on the vendor master A2-VendMaint maintains and still
      *active - an unknown or inactive vendor code is rejected rather
      *than let onto the master, where A2-POGen would cut a PO to
      *nobody. Once an item is stocked by location (A2-LocStock.dat)
      *its on-hand and on-order totals belong to its locations - a
      *change that would alter either is rejected (stock moves through
      *the location programs, counts through A2-CountEntry), and an
      *item cannot be deleted while it still has locations on file;
      *A2-LocMaint removes them first.
      *****************************************************************

       environment division.
           record key is il-item-number
           file status is ws-master-status.

      *This is the indexed vendor master A2-VendMaint maintains,
      *read by key to check each item's vendor code.
           select vendor-master
           assign to "../../../A2-Vendor.dat"
           organization is indexed
           access mode is dynamic
           record key is vn-vendor-code
           file status is ws-vendor-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *read by key to see whether an item is stocked by location.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the transaction file containing the add/change/delete
      *requests to apply to the item master.
           select transaction-file

           copy ITEMREC.

       fd vendor-master
           data record is vendor-line.

           copy VENDREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd transaction-file
           data record is transaction-line
           record contains 44 characters.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-location-open       pic x         value "N".
         05 ws-item-located        pic x         value "N".

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-transaction-status  pic xx        value "00".
         05 ws-journal-status      pic xx        value "00".
         05 ws-vendor-status       pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
               goback
           end-if.

      *Without the vendor master no item's vendor can be checked -
      *fail loudly rather than let unchecked vendor codes through.
           open input vendor-master.

           if ws-vendor-status not = "00"
               display
                 "A2-ITEMMAINT - VENDOR MASTER OPEN FAILED, STATUS "
                 ws-vendor-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input transaction-file.

      *A missing transaction file must fail loudly here rather than

           open output maint-report-file.

      *The location-stock file is optional here - with none, no item
      *is stocked by location.
           open input location-file.
           if ws-location-status = "00"
               move "Y" to ws-location-open
           end-if.

      *The audit journal accumulates across runs, so it is extended,
      *not truncated. A fresh deployment has no A2-ItemMaint.jrnl yet,
      *and OPEN EXTEND on a line sequential file that does not exist
                   move tr-product-class    to ws-ir-value
           end-evaluate.

           if ws-valid-transaction = "Y"
               perform 106-validate-vendor
           end-if.

           if ws-valid-transaction = "N"
               move ws-invalid-result to ws-result-text
               add 1 to ws-reject-count
               perform 200-write-maint-detail
           end-if.

      *This checks the transaction's vendor code against the vendor
      *master - the vendor must be on file and still active.
       106-validate-vendor.
           move tr-vendor-code to vn-vendor-code.

           read vendor-master
               invalid key
                   move "N"                 to ws-valid-transaction
                   move "TR-VENDOR-CODE"    to ws-ir-field
                   move tr-vendor-code      to ws-ir-value
               not invalid key
                   if vn-active not = "Y"
                       move "N"               to ws-valid-transaction
                       move "VENDOR INACTIVE" to ws-ir-field
                       move tr-vendor-code    to ws-ir-value
                   end-if
           end-read.

      *This section adds a new item to the master. It rejects the
      *transaction instead of applying it if the item number is
      *already on file.

      *This section changes the description/quantity/unit price of an
      *existing item. It rejects the transaction if the item number is
      *not on file, or if the item is stocked by location and the
      *change would alter its on-hand or on-order total.
       120-change-item.
           move tr-item-number to il-item-number.

                   move "REJECTED - ITEM NOT ON FILE" to ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   perform 140-check-item-located
                   if ws-item-located = "Y" and
                     (tr-quantity not = il-quantity or
                      tr-qty-on-order not = il-qty-on-order)
                       move "REJECTED - QUANTITY HELD BY LOCATION" to
                         ws-result-text
                       add 1 to ws-reject-count
                   else
                       perform 125-apply-change
                   end-if
           end-read.

           perform 200-write-maint-detail.

      *This overlays the item record just read with the change and
      *rewrites it.
       125-apply-change.
      *save the record as it stands before the change overlays it
           move input-line        to ws-before-image.

           move tr-product-class  to il-product-class.
           move tr-description    to il-description.
           move tr-quantity       to il-quantity.
           move tr-unit-price     to il-unit-price.
           move tr-qty-on-order   to il-qty-on-order.
           move tr-reorder-point  to il-reorder-point.
           move tr-vendor-code    to il-vendor-code.
           move tr-unit-cost      to il-unit-cost.

           rewrite input-line
               invalid key
                   move "REJECTED - REWRITE FAILED" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   move "ITEM CHANGED" to ws-result-text
                   add 1 to ws-change-count
                   move input-line to ws-after-image
                   perform 300-write-journal-record
           end-rewrite.

      *This section retires an item by removing it from the master. It
      *rejects the transaction if the item number is not on file. The
      *record is read first so the journal can carry the image of what
      *was deleted - a delete's after image is spaces. An item still
      *stocked by location is refused - its locations would be left
      *pointing at nothing.
       130-delete-item.
           move tr-item-number to il-item-number.

                   move "REJECTED - ITEM NOT ON FILE" to ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   perform 140-check-item-located
                   if ws-item-located = "Y"
                       move "REJECTED - ITEM STILL HAS LOCATIONS" to
                         ws-result-text
                       add 1 to ws-reject-count
                   else
                       perform 135-apply-delete
                   end-if
           end-read.

           perform 200-write-maint-detail.

      *This removes the item record just read and journals it.
       135-apply-delete.
           move input-line to ws-before-image.

           delete item-master record
               invalid key
                   move "REJECTED - ITEM NOT ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   move "ITEM DELETED" to ws-result-text
                   add 1 to ws-delete-count
                   move spaces to ws-after-image
                   perform 300-write-journal-record
           end-delete.

      *This looks for any location record for the item - an item
      *with one is stocked by location.
       140-check-item-located.
           move "N" to ws-item-located.

           if ws-location-open = "Y"
               move tr-item-number to ls-item-number
               move low-values     to ls-warehouse
               start location-file key not < ls-key
                   invalid key
                       continue
                   not invalid key
                       read location-file next record
                           at end
                               continue
                           not at end
                               if ls-item-number = tr-item-number
                                   move "Y" to ws-item-located
                               end-if
                       end-read
               end-start
           end-if.

      *writes one line to the maintenance listing showing the outcome
      *of the transaction just processed
       200-write-maint-detail.
           close transaction-file.
           close maint-report-file.
           close audit-journal.
           close vendor-master.

           if ws-location-open = "Y"
               close location-file
           end-if.

           perform 915-unlock-master.

