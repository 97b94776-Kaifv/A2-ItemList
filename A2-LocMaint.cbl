       identification division.
       program-id. A2-LocMaint.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This program applies add/change/delete
      *transactions to the indexed location-stock file
      *(A2-LocStock.dat), which says how much of each item every
      *warehouse holds - same mold as A2-VendMaint. Each transaction
      *carries a one-character code - "A" to start stocking an item
      *at a warehouse, "C" to change the item's reorder point at
      *that warehouse, "D" to stop stocking it there - plus the item
      *number, the two-digit warehouse code and the reorder point.
      *The quantities themselves are never keyed here: they move only
      *through the programs that move stock (orders, returns,
      *receipts, transfers, counts). An item with no locations is
      *held whole at the main warehouse "01", so the first location
      *added for an item must be "01", and it takes over the item's
      *master on-hand and on-order quantities - every location after
      *it starts empty and is stocked by A2-Transfer or by receipts.
      *A location still holding stock, stock on order or stock in
      *transit cannot be deleted, nor can the main warehouse while
      *the item is still stocked anywhere else. Add and change
      *transactions are edited before they touch the file - an item
      *on the item master, a numeric warehouse code other than "00"
      *and a numeric reorder point - and a transaction that fails is
      *rejected onto the listing with the field in error. The listing
      *closes with every location on file.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the indexed location-stock file the stock-moving
      *programs post to.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the same indexed item master the other programs use,
      *read here to check the item exists and to take over its
      *quantities into its first location.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the transaction file containing the add/change/delete
      *requests to apply to the location-stock file.
           select transaction-file
           assign to "../../../A2-LocMaint.txn"
           organization is line sequential
           file status is ws-transaction-status.

      *This is the listing showing what happened to every
      *transaction, and every location on file after them.
           select maint-report-file
           assign to "../../../A2-LocMaint.out"
           organization is line sequential.

       data division.
       file section.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd transaction-file
           data record is transaction-line
           record contains 10 characters.

       01 transaction-line.
         05 tr-code                pic x(1).
         05 tr-item-number         pic x(4).
         05 tr-warehouse           pic x(2).
         05 tr-reorder-point       pic 999.

      *This redefines the reorder point as plain text so the raw
      *value can be shown on the maintenance listing when it fails
      *the numeric check in 105-validate-transaction - same pattern
      *as A2-VendMaint's raw redefines.
       01 transaction-line-raw redefines transaction-line.
         05 filler                 pic x(7).
         05 tr-reorder-point-raw   pic x(3).

       fd maint-report-file
           data record is maint-report-line
           record contains 80 characters.

       01 maint-report-line        pic x(80).

       working-storage section.

       01 ws-maint-heading.
         05 filler                 pic x(30)     value
         "A2-LocMaint - LOCATION STOCK ".
         05 filler                 pic x(20)     value
         "MAINTENANCE LISTING".

       01 ws-maint-title.
         05 filler                 pic x(6)      value "CODE  ".
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(6)      value "WHSE  ".
         05 filler                 pic x(25)     value
         "RESULT                  ".

       01 ws-maint-detail.
         05 filler                 pic x(1).
         05 ws-md-code             pic x(1).
         05 filler                 pic x(6)      value spaces.
         05 ws-md-item-number      pic x(4).
         05 filler                 pic x(3)      value spaces.
         05 ws-md-warehouse        pic x(2).
         05 filler                 pic x(3)      value spaces.
         05 ws-md-result           pic x(40).

       01 ws-result-text            pic x(40)    value spaces.

       01 ws-maint-totals.
         05 ws-add-count           pic 999        value 0.
         05 ws-change-count        pic 999        value 0.
         05 ws-delete-count        pic 999        value 0.
         05 ws-reject-count        pic 999        value 0.

       01 ws-maint-summary.
         05 filler                 pic x(10)     value "ADDED    ".
         05 ws-sum-added           pic zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(10)     value "CHANGED  ".
         05 ws-sum-changed         pic zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(10)     value "DELETED  ".
         05 ws-sum-deleted         pic zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(10)     value "REJECTED ".
         05 ws-sum-rejected        pic zz9.

      *****************************************************************
      *This section is the closing list of every location on file,
      *item by item.
       01 ws-location-heading.
         05 filler                 pic x(30)     value
         "LOCATIONS ON FILE".

       01 ws-location-title.
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(6)      value "WHSE  ".
         05 filler                 pic x(9)      value "ON HAND  ".
         05 filler                 pic x(10)     value "ON ORDER  ".
         05 filler                 pic x(9)      value "REORDER  ".
         05 filler                 pic x(10)     value "IN TRANSIT".

       01 ws-location-detail.
         05 filler                 pic x(2)      value spaces.
         05 ws-ld-item-number      pic x(4).
         05 filler                 pic x(3)      value spaces.
         05 ws-ld-warehouse        pic x(2).
         05 filler                 pic x(3)      value spaces.
         05 ws-ld-on-hand          pic x(3).
         05 filler                 pic x(7)      value spaces.
         05 ws-ld-on-order         pic x(3).
         05 filler                 pic x(6)      value spaces.
         05 ws-ld-reorder-point    pic x(3).
         05 filler                 pic x(7)      value spaces.
         05 ws-ld-in-transit       pic x(3).

       01 ws-location-total.
         05 filler                 pic x(26)     value
         "TOTAL LOCATIONS ON FILE   ".
         05 ws-lt-count            pic zz,zz9.

       01 ws-location-control.
         05 ws-listed-count        pic 9(5)      value 0.
         05 ws-list-eof            pic x         value "n".
         05 ws-scan-eof            pic x         value "n".
         05 ws-item-location-count pic 9(3)      value 0.

       01 ws-codes.
         05 ws-add-code            pic x         value "A".
         05 ws-change-code         pic x         value "C".
         05 ws-delete-code         pic x         value "D".
         05 ws-main-warehouse      pic x(2)      value "01".

      *****************************************************************
      *This section holds the result of validating a transaction's
      *fields before it is allowed to touch the file, and the
      *rejected-for-field result text shown on the listing - same
      *pattern as A2-VendMaint.
       01 ws-validation.
         05 ws-valid-transaction   pic x         value "Y".

       01 ws-invalid-result.
         05 filler                 pic x(11)     value "REJECTED - ".
         05 ws-ir-field            pic x(17)     value spaces.
         05 ws-ir-value            pic x(12)     value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-location-status     pic xx        value "00".
         05 ws-master-status       pic xx        value "00".
         05 ws-transaction-status  pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *the location-stock file is posted to by the same programs that
      *update A2.dat, under the same lock, so this program takes it
      *before either file opens and releases it after the close.

           copy LOCKREQ.

       procedure division.

       000-main.
           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-transaction.

           perform 100-process-transaction
             until ws-eof-flag = "y".

           perform 900-write-summary.
           perform 950-list-locations.
           perform 910-close-files.

           goback.

      *open the location-stock file for dynamic (keyed) access and
      *the transaction/listing files for sequential processing. A
      *fresh deployment has no A2-LocStock.dat yet - on a not-found
      *("35") open fall back to OPEN OUTPUT then reopen I-O, same as
      *A2-VendMaint builds the first vendor file. Any other failure
      *stops the run rather than emptying the file.
       010-open-files.
           perform 015-lock-master.

           open i-o location-file.

           if ws-location-status = "35"
               open output location-file
               close location-file
               open i-o location-file
           end-if.

           if ws-location-status not = "00"
               display
                 "A2-LOCMAINT - LOCATION FILE OPEN FAILED, "
                 "STATUS " ws-location-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

      *Without the item master no location can be checked or stocked
      *- fail loudly.
           open input item-master.

           if ws-master-status not = "00"
               display
                 "A2-LOCMAINT - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input transaction-file.

           if ws-transaction-status not = "00"
               display
                 "A2-LOCMAINT - TRANSACTION FILE OPEN FAILED, "
                 "STATUS " ws-transaction-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open output maint-report-file.

      *This takes the A2-MasterLock update lock ahead of the opens -
      *a location must not be added or dropped under an order or
      *receiving run that is posting to it.
       015-lock-master.
           move "L" to ml-function.
           move "A2-LOCMAINT" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-LOCMAINT - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

       020-write-headings.
           write maint-report-line from ws-maint-heading.
           write maint-report-line from ws-maint-title
             after advancing 2 lines.

       030-read-transaction.
           read transaction-file
               at end
                   move "y" to ws-eof-flag.

       100-process-transaction.
           evaluate tr-code
               when ws-add-code
                   perform 105-validate-transaction
                   if ws-valid-transaction = "Y"
                       perform 110-add-location
                   end-if
               when ws-change-code
                   perform 105-validate-transaction
                   if ws-valid-transaction = "Y"
                       perform 120-change-location
                   end-if
               when ws-delete-code
                   perform 130-delete-location
               when other
                   move "REJECTED - UNKNOWN TRANSACTION CODE" to
                     ws-result-text
                   add 1 to ws-reject-count
                   perform 200-write-maint-detail
           end-evaluate.

           perform 030-read-transaction.

      *This section edits an add or change transaction's fields
      *before it is allowed to touch the file, so a mistyped
      *transaction is rejected here with the field in error on the
      *listing. A delete is not edited here - it only needs the key.
       105-validate-transaction.
           move "Y"    to ws-valid-transaction.
           move spaces to ws-ir-field.
           move spaces to ws-ir-value.

           evaluate true
               when tr-warehouse not numeric or tr-warehouse = "00"
                   move "N"                  to ws-valid-transaction
                   move "TR-WAREHOUSE"       to ws-ir-field
                   move tr-warehouse         to ws-ir-value
               when tr-reorder-point not numeric
                   move "N"                  to ws-valid-transaction
                   move "TR-REORDER-POINT"   to ws-ir-field
                   move tr-reorder-point-raw to ws-ir-value
           end-evaluate.

           if ws-valid-transaction = "Y"
               move tr-item-number to il-item-number
               read item-master
                   invalid key
                       move "N"              to ws-valid-transaction
                       move "TR-ITEM-NUMBER" to ws-ir-field
                       move tr-item-number   to ws-ir-value
               end-read
           end-if.

           if ws-valid-transaction = "N"
               move ws-invalid-result to ws-result-text
               add 1 to ws-reject-count
               perform 200-write-maint-detail
           end-if.

      *This section starts stocking the item at a warehouse. The
      *item's first location must be the main warehouse, and takes
      *over the quantities the master has been carrying there; any
      *later location starts empty. It rejects the transaction if
      *the location is already on file.
       110-add-location.
           perform 145-count-item-locations.

           if ws-item-location-count = 0 and
             tr-warehouse not = ws-main-warehouse
               move "REJECTED - FIRST LOCATION MUST BE 01" to
                 ws-result-text
               add 1 to ws-reject-count
           else
               move tr-item-number   to ls-item-number
               move tr-warehouse     to ls-warehouse
               move 0                to ls-qty-on-hand
               move 0                to ls-qty-on-order
               move 0                to ls-qty-in-transit
               move tr-reorder-point to ls-reorder-point

               if ws-item-location-count = 0
                   if il-quantity numeric
                       move il-quantity to ls-qty-on-hand
                   end-if
                   if il-qty-on-order numeric
                       move il-qty-on-order to ls-qty-on-order
                   end-if
               end-if

               write location-stock-record
                   invalid key
                       move "REJECTED - LOCATION ALREADY ON FILE" to
                         ws-result-text
                       add 1 to ws-reject-count
                   not invalid key
                       move "LOCATION ADDED" to ws-result-text
                       add 1 to ws-add-count
               end-write
           end-if.

           perform 200-write-maint-detail.

      *This section changes the item's reorder point at the
      *warehouse. It rejects the transaction if the location is not
      *on file.
       120-change-location.
           move tr-item-number to ls-item-number.
           move tr-warehouse   to ls-warehouse.

           read location-file
               invalid key
                   move "REJECTED - LOCATION NOT ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   move tr-reorder-point to ls-reorder-point
                   rewrite location-stock-record
                       invalid key
                           move "REJECTED - REWRITE FAILED" to
                             ws-result-text
                           add 1 to ws-reject-count
                       not invalid key
                           move "LOCATION CHANGED" to ws-result-text
                           add 1 to ws-change-count
                   end-rewrite
           end-read.

           perform 200-write-maint-detail.

      *This section stops stocking the item at a warehouse. It
      *rejects the transaction if the location is not on file, still
      *holds stock, stock on order or stock in transit, or is the
      *main warehouse of an item still stocked elsewhere.
       130-delete-location.
           perform 145-count-item-locations.

           move tr-item-number to ls-item-number.
           move tr-warehouse   to ls-warehouse.

           read location-file
               invalid key
                   move "REJECTED - LOCATION NOT ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   evaluate true
                       when ls-qty-on-hand-raw not = "000" or
                         ls-qty-on-order-raw not = "000" or
                         ls-qty-in-transit-raw not = "000"
                           move "REJECTED - LOCATION STILL HOLDS STOCK"
                             to ws-result-text
                           add 1 to ws-reject-count
                       when tr-warehouse = ws-main-warehouse and
                         ws-item-location-count > 1
                           move "REJECTED - ITEM STILL AT OTHER SITES"
                             to ws-result-text
                           add 1 to ws-reject-count
                       when other
                           delete location-file record
                               invalid key
                                   move
                                     "REJECTED - LOCATION NOT ON FILE"
                                     to ws-result-text
                                   add 1 to ws-reject-count
                               not invalid key
                                   move "LOCATION DELETED" to
                                     ws-result-text
                                   add 1 to ws-delete-count
                           end-delete
                   end-evaluate
           end-read.

           perform 200-write-maint-detail.

      *This counts the locations the transaction's item already has,
      *reading forward from the first key for the item.
       145-count-item-locations.
           move 0   to ws-item-location-count.
           move "n" to ws-scan-eof.

           move tr-item-number to ls-item-number.
           move low-values     to ls-warehouse.
           start location-file key not < ls-key
               invalid key
                   move "y" to ws-scan-eof
           end-start.

           perform until ws-scan-eof = "y"
               read location-file next record
                   at end
                       move "y" to ws-scan-eof
                   not at end
                       if ls-item-number = tr-item-number
                           add 1 to ws-item-location-count
                       else
                           move "y" to ws-scan-eof
                       end-if
               end-read
           end-perform.

      *writes one line to the maintenance listing showing the outcome
      *of the transaction just processed
       200-write-maint-detail.
           move spaces            to ws-maint-detail.
           move tr-code            to ws-md-code.
           move tr-item-number     to ws-md-item-number.
           move tr-warehouse       to ws-md-warehouse.
           move ws-result-text     to ws-md-result.

           write maint-report-line from ws-maint-detail
             after advancing 1 line.

      *writes the add/change/delete/reject counts at the bottom of
      *the maintenance listing
       900-write-summary.
           move ws-add-count      to ws-sum-added.
           move ws-change-count   to ws-sum-changed.
           move ws-delete-count   to ws-sum-deleted.
           move ws-reject-count   to ws-sum-rejected.

           write maint-report-line from ws-maint-summary
             after advancing 2 lines.

      *This lists every location on file after this run's
      *transactions, reading the file front to back by key. The raw
      *quantity text is shown, so a garbage field prints as it is.
       950-list-locations.
           write maint-report-line from ws-location-heading
             after advancing 3 lines.
           write maint-report-line from ws-location-title
             after advancing 2 lines.

           move low-values to ls-key.
           start location-file key not < ls-key
               invalid key
                   move "y" to ws-list-eof
           end-start.

           perform until ws-list-eof = "y"
               read location-file next record
                   at end
                       move "y" to ws-list-eof
                   not at end
                       add 1 to ws-listed-count
                       move spaces to ws-location-detail
                       move ls-item-number      to ws-ld-item-number
                       move ls-warehouse        to ws-ld-warehouse
                       move ls-qty-on-hand-raw  to ws-ld-on-hand
                       move ls-qty-on-order-raw to ws-ld-on-order
                       move ls-reorder-point-raw to
                         ws-ld-reorder-point
                       move ls-qty-in-transit-raw to
                         ws-ld-in-transit
                       write maint-report-line from
                         ws-location-detail
                         after advancing 1 line
               end-read
           end-perform.

           move ws-listed-count to ws-lt-count.
           write maint-report-line from ws-location-total
             after advancing 2 lines.

       910-close-files.
           close location-file.
           close item-master.
           close transaction-file.
           close maint-report-file.

           perform 915-unlock-master.

      *This releases the A2-MasterLock update lock once the files
      *are closed, so the held-off programs can have it back.
       915-unlock-master.
           move "U" to ml-function.
           move "A2-LOCMAINT" to ml-caller.
           call "A2-MasterLock" using lock-request.

       end program A2-LocMaint.
