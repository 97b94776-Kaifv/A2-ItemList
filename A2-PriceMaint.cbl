       identification division.
       program-id. A2-PriceMaint.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This program applies add/change/delete
      *transactions to the indexed pending price change file
      *(A2-PriceChg.dat), so a supplier increase or a catalog change
      *effective on a future date can be keyed whenever it is known
      *instead of on the night it takes effect - same mold as
      *A2-VendMaint. Each transaction carries a one-character code -
      *"A" to schedule a change, "C" to correct one still pending,
      *"D" to withdraw one still pending - plus the change itself:
      *an item number, or a whole product class, the new unit price
      *and/or the new unit cost (a blank one is left alone), the date
      *it takes effect and who asked for it. Add and change
      *transactions are edited before they touch the file - a scope
      *of "I" or "C", an item that is on the item master or a known
      *product class, an effective date that has not already passed,
      *at least one of price and cost, numeric amounts with a
      *non-zero price, and a requester - and a transaction that fails
      *is rejected onto the listing with the field in error. A change
      *A2-PriceApply has already applied cannot be changed or
      *withdrawn; it stays on file as history. The listing closes
      *with every change still pending, in the order it will apply.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the indexed pending price change file A2-PriceApply
      *applies from and A2-ItemInquiry reads.
           select price-change-file
           assign to "../../../A2-PriceChg.dat"
           organization is indexed
           access mode is dynamic
           record key is pp-key
           file status is ws-price-status.

      *This is the same indexed item master the other programs use,
      *read here only to check an item-level change names an item
      *that exists.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the transaction file containing the add/change/delete
      *requests to apply to the pending price change file.
           select transaction-file
           assign to "../../../A2-PriceMaint.txn"
           organization is line sequential
           file status is ws-transaction-status.

      *This is the listing showing what happened to every
      *transaction, and what is still pending after them.
           select maint-report-file
           assign to "../../../A2-PriceMaint.out"
           organization is line sequential.

       data division.
       file section.

       fd price-change-file
           data record is price-change-line.

           copy PRICEREC.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd transaction-file
           data record is transaction-line
           record contains 36 characters.

       01 transaction-line.
         05 tr-code                pic x(1).
         05 tr-scope               pic x(1).
         05 tr-target              pic x(4).
         05 tr-effective-date      pic x(8).
         05 tr-new-price           pic 9(4)v99.
         05 tr-new-cost            pic 9(4)v99.
         05 tr-requested-by        pic x(10).

      *This redefines the numeric fields as plain text so a blank
      *can be told from a zero and the raw value can be shown on the
      *maintenance listing when it fails the numeric check in
      *105-validate-transaction - same pattern as A2-VendMaint's raw
      *redefines.
       01 transaction-line-raw redefines transaction-line.
         05 filler                 pic x(14).
         05 tr-new-price-raw       pic x(6).
         05 tr-new-cost-raw        pic x(6).
         05 filler                 pic x(10).

       fd maint-report-file
           data record is maint-report-line
           record contains 80 characters.

       01 maint-report-line        pic x(80).

       working-storage section.

       01 ws-maint-heading.
         05 filler                 pic x(30)     value
         "A2-PriceMaint - PENDING PRICE ".
         05 filler                 pic x(27)     value
         "CHANGE MAINTENANCE LISTING".

       01 ws-maint-title.
         05 filler                 pic x(6)      value "CODE  ".
         05 filler                 pic x(14)     value
         "SCOPE TARGET  ".
         05 filler                 pic x(11)     value "EFFECTIVE  ".
         05 filler                 pic x(25)     value
         "RESULT                  ".

       01 ws-maint-detail.
         05 filler                 pic x(1).
         05 ws-md-code             pic x(1).
         05 filler                 pic x(6)      value spaces.
         05 ws-md-scope            pic x(1).
         05 filler                 pic x(3)      value spaces.
         05 ws-md-target           pic x(4).
         05 filler                 pic x(4)      value spaces.
         05 ws-md-effective-date   pic x(8).
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
      *This section is the closing list of every change still
      *pending on file, in key order - which is the order
      *A2-PriceApply will apply them in.
       01 ws-pending-heading.
         05 filler                 pic x(30)     value
         "PRICE CHANGES PENDING ON FILE".

       01 ws-pending-title.
         05 filler                 pic x(6)      value "SCOPE ".
         05 filler                 pic x(8)      value "TARGET  ".
         05 filler                 pic x(10)     value "EFFECTIVE ".
         05 filler                 pic x(11)     value
         "  NEW PRICE".
         05 filler                 pic x(11)     value
         "   NEW COST".
         05 filler                 pic x(2)      value spaces.
         05 filler                 pic x(11)     value "REQUESTED  ".
         05 filler                 pic x(8)      value "ENTERED ".

       01 ws-pending-detail.
         05 filler                 pic x(2)      value spaces.
         05 ws-pl-scope            pic x(1).
         05 filler                 pic x(3)      value spaces.
         05 ws-pl-target           pic x(4).
         05 filler                 pic x(4)      value spaces.
         05 ws-pl-effective-date   pic x(8).
         05 filler                 pic x(5)      value spaces.
         05 ws-pl-new-price        pic x(8).
         05 filler                 pic x(3)      value spaces.
         05 ws-pl-new-cost         pic x(8).
         05 filler                 pic x(2)      value spaces.
         05 ws-pl-requested-by     pic x(10).
         05 filler                 pic x(1)      value spaces.
         05 ws-pl-entered-date     pic x(8).

       01 ws-pending-amount-edit   pic z,zz9.99.

       01 ws-pending-total.
         05 filler                 pic x(26)     value
         "TOTAL PENDING CHANGES     ".
         05 ws-pt-count            pic zz,zz9.

       01 ws-pending-control.
         05 ws-pending-count       pic 9(5)      value 0.
         05 ws-pending-eof         pic x         value "n".

       01 ws-codes.
         05 ws-add-code            pic x         value "A".
         05 ws-change-code         pic x         value "C".
         05 ws-delete-code         pic x         value "D".
         05 ws-item-scope          pic x         value "I".
         05 ws-class-scope         pic x         value "C".
         05 ws-pending-status      pic x         value "P".

      *****************************************************************
      *This section is of the constants - the valid product classes,
      *same set A2-ItemList's 135-validate-input accepts, which a
      *class-wide change must name.
       01 ws-constants.
         05 ws-a-class             pic x         value "A".
         05 ws-b-class             pic x         value "B".
         05 ws-f-class             pic x         value "F".
         05 ws-d-class             pic x         value "D".
         05 ws-c-class             pic x         value "C".
         05 ws-z-class             pic x         value "Z".
         05 ws-g-class             pic x         value "G".

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

       01 ws-today-stamp           pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-price-status        pic xx        value "00".
         05 ws-master-status       pic xx        value "00".
         05 ws-transaction-status  pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *this program only reads the master, so it checks the lock and
      *backs off while an updating program holds it.

           copy LOCKREQ.

       procedure division.

       000-main.
           accept ws-today-stamp from date yyyymmdd.

           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-transaction.

           perform 100-process-transaction
             until ws-eof-flag = "y".

           perform 900-write-summary.
           perform 950-list-pending-changes.
           perform 910-close-files.

           goback.

      *open the pending price change file for dynamic (keyed) access
      *and the transaction/listing files for sequential processing.
      *A fresh deployment has no A2-PriceChg.dat yet - on a not-found
      *("35") open fall back to OPEN OUTPUT then reopen I-O, same as
      *A2-VendMaint builds the first vendor file. Any other failure
      *stops the run rather than emptying the pending changes.
       010-open-files.
           open i-o price-change-file.

           if ws-price-status = "35"
               open output price-change-file
               close price-change-file
               open i-o price-change-file
           end-if.

           if ws-price-status not = "00"
               display
                 "A2-PRICEMAINT - PRICE CHANGE FILE OPEN FAILED, "
                 "STATUS " ws-price-status
               move 1 to return-code
               goback
           end-if.

           move "C" to ml-function.
           move "A2-PRICEMAINT" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-PRICEMAINT - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

      *Without the item master no item-level change can be checked -
      *fail loudly rather than schedule a change for an item that
      *does not exist.
           open input item-master.

           if ws-master-status not = "00"
               display
                 "A2-PRICEMAINT - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               move 1 to return-code
               goback
           end-if.

           open input transaction-file.

      *A missing transaction file must fail loudly here rather than
      *fall through into 030-read-transaction's first READ against a
      *file that never opened - same status check pattern as
      *A2-VendMaint.
           if ws-transaction-status not = "00"
               display
                 "A2-PRICEMAINT - TRANSACTION FILE OPEN FAILED, "
                 "STATUS " ws-transaction-status
               move 1 to return-code
               goback
           end-if.

           open output maint-report-file.

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
                       perform 110-add-price-change
                   end-if
               when ws-change-code
                   perform 105-validate-transaction
                   if ws-valid-transaction = "Y"
                       perform 120-change-price-change
                   end-if
               when ws-delete-code
                   perform 130-delete-price-change
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
               when tr-scope not = ws-item-scope and
                 tr-scope not = ws-class-scope
                   move "N"                  to ws-valid-transaction
                   move "TR-SCOPE"           to ws-ir-field
                   move tr-scope             to ws-ir-value
               when tr-target = spaces
                   move "N"                  to ws-valid-transaction
                   move "TR-TARGET"          to ws-ir-field
                   move tr-target            to ws-ir-value
               when tr-effective-date not numeric
                   move "N"                  to ws-valid-transaction
                   move "TR-EFFECTIVE-DATE"  to ws-ir-field
                   move tr-effective-date    to ws-ir-value
               when tr-new-price-raw = spaces and
                 tr-new-cost-raw = spaces
                   move "N"                  to ws-valid-transaction
                   move "TR-NEW-PRICE/COST"  to ws-ir-field
                   move "BOTH BLANK"         to ws-ir-value
               when tr-new-price-raw not = spaces and
                 (tr-new-price not numeric or tr-new-price = 0)
                   move "N"                  to ws-valid-transaction
                   move "TR-NEW-PRICE"       to ws-ir-field
                   move tr-new-price-raw     to ws-ir-value
               when tr-new-cost-raw not = spaces and
                 tr-new-cost not numeric
                   move "N"                  to ws-valid-transaction
                   move "TR-NEW-COST"        to ws-ir-field
                   move tr-new-cost-raw      to ws-ir-value
               when tr-requested-by = spaces
                   move "N"                  to ws-valid-transaction
                   move "TR-REQUESTED-BY"    to ws-ir-field
                   move tr-requested-by      to ws-ir-value
           end-evaluate.

           if ws-valid-transaction = "N"
               move ws-invalid-result to ws-result-text
           else
               perform 106-validate-target
           end-if.

           if ws-valid-transaction = "N"
               add 1 to ws-reject-count
               perform 200-write-maint-detail
           end-if.

      *This checks what the change is aimed at and when - an item
      *that is on the master, or a class the item list accepts, and
      *an effective date that has not already gone by (a change due
      *today is applied by tonight's batch).
       106-validate-target.
           if tr-effective-date < ws-today-stamp
               move "N" to ws-valid-transaction
               move "REJECTED - EFFECTIVE DATE HAS PASSED" to
                 ws-result-text
           else
               if tr-scope = ws-item-scope
                   move tr-target to il-item-number
                   read item-master
                       invalid key
                           move "N" to ws-valid-transaction
                           move "REJECTED - ITEM NOT ON MASTER" to
                             ws-result-text
                   end-read
               else
                   if tr-target(2:3) not = spaces or
                     (tr-target(1:1) not = ws-a-class and
                     tr-target(1:1) not = ws-b-class and
                     tr-target(1:1) not = ws-c-class and
                     tr-target(1:1) not = ws-d-class and
                     tr-target(1:1) not = ws-f-class and
                     tr-target(1:1) not = ws-g-class and
                     tr-target(1:1) not = ws-z-class)
                       move "N" to ws-valid-transaction
                       move "REJECTED - UNKNOWN PRODUCT CLASS" to
                         ws-result-text
                   end-if
               end-if
           end-if.

      *This section schedules a new change. It rejects the
      *transaction if the same item or class already has a change on
      *file for that date.
       110-add-price-change.
           perform 140-move-key-fields.
           perform 150-move-change-fields.
           move ws-today-stamp    to pp-entered-date.
           move ws-pending-status to pp-status.
           move spaces            to pp-applied-date.

           write price-change-line
               invalid key
                   move "REJECTED - CHANGE ALREADY ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   move "PRICE CHANGE SCHEDULED" to ws-result-text
                   add 1 to ws-add-count
           end-write.

           perform 200-write-maint-detail.

      *This section corrects a change that is still pending. It
      *rejects the transaction if the change is not on file or has
      *already been applied.
       120-change-price-change.
           perform 140-move-key-fields.

           read price-change-file
               invalid key
                   move "REJECTED - CHANGE NOT ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   if pp-status not = ws-pending-status
                       move "REJECTED - CHANGE ALREADY APPLIED" to
                         ws-result-text
                       add 1 to ws-reject-count
                   else
                       perform 150-move-change-fields
                       rewrite price-change-line
                           invalid key
                               move "REJECTED - REWRITE FAILED" to
                                 ws-result-text
                               add 1 to ws-reject-count
                           not invalid key
                               move "PRICE CHANGE CORRECTED" to
                                 ws-result-text
                               add 1 to ws-change-count
                       end-rewrite
                   end-if
           end-read.

           perform 200-write-maint-detail.

      *This section withdraws a change that is still pending. It
      *rejects the transaction if the change is not on file or has
      *already been applied.
       130-delete-price-change.
           perform 140-move-key-fields.

           read price-change-file
               invalid key
                   move "REJECTED - CHANGE NOT ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   if pp-status not = ws-pending-status
                       move "REJECTED - CHANGE ALREADY APPLIED" to
                         ws-result-text
                       add 1 to ws-reject-count
                   else
                       delete price-change-file record
                           invalid key
                               move "REJECTED - CHANGE NOT ON FILE"
                                 to ws-result-text
                               add 1 to ws-reject-count
                           not invalid key
                               move "PRICE CHANGE WITHDRAWN" to
                                 ws-result-text
                               add 1 to ws-delete-count
                       end-delete
                   end-if
           end-read.

           perform 200-write-maint-detail.

      *This builds the file key from the transaction.
       140-move-key-fields.
           move tr-scope          to pp-scope.
           move tr-target         to pp-target.
           move tr-effective-date to pp-effective-date.

      *This moves an add or change transaction's amounts and
      *requester onto the record - a blank amount stays blank, which
      *is what tells A2-PriceApply to leave that field alone.
       150-move-change-fields.
           move tr-new-price-raw  to pp-new-price-raw.
           move tr-new-cost-raw   to pp-new-cost-raw.
           move tr-requested-by   to pp-requested-by.

      *writes one line to the maintenance listing showing the outcome
      *of the transaction just processed
       200-write-maint-detail.
           move spaces            to ws-maint-detail.
           move tr-code            to ws-md-code.
           move tr-scope           to ws-md-scope.
           move tr-target          to ws-md-target.
           move tr-effective-date  to ws-md-effective-date.
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

      *This lists every change still pending after this run's
      *transactions, reading the file front to back by key.
       950-list-pending-changes.
           write maint-report-line from ws-pending-heading
             after advancing 3 lines.
           write maint-report-line from ws-pending-title
             after advancing 2 lines.

           move low-values to pp-key.
           start price-change-file key not < pp-key
               invalid key
                   move "y" to ws-pending-eof
           end-start.

           perform until ws-pending-eof = "y"
               read price-change-file next record
                   at end
                       move "y" to ws-pending-eof
                   not at end
                       if pp-status = ws-pending-status
                           perform 955-write-pending-detail
                       end-if
               end-read
           end-perform.

           move ws-pending-count to ws-pt-count.
           write maint-report-line from ws-pending-total
             after advancing 2 lines.

      *This writes one pending change - a blank amount prints blank,
      *meaning that field is not being changed.
       955-write-pending-detail.
           add 1 to ws-pending-count.

           move spaces             to ws-pending-detail.
           move pp-scope           to ws-pl-scope.
           move pp-target          to ws-pl-target.
           move pp-effective-date  to ws-pl-effective-date.
           move pp-requested-by    to ws-pl-requested-by.
           move pp-entered-date    to ws-pl-entered-date.

           if pp-new-price-raw not = spaces and pp-new-price numeric
               move pp-new-price to ws-pending-amount-edit
               move ws-pending-amount-edit to ws-pl-new-price
           end-if.

           if pp-new-cost-raw not = spaces and pp-new-cost numeric
               move pp-new-cost to ws-pending-amount-edit
               move ws-pending-amount-edit to ws-pl-new-cost
           end-if.

           write maint-report-line from ws-pending-detail
             after advancing 1 line.

       910-close-files.
           close price-change-file.
           close item-master.
           close transaction-file.
           close maint-report-file.

       end program A2-PriceMaint.
