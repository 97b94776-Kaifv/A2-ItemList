       identification division.
       program-id. A2-VendMaint.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This program applies add/change/delete
      *transactions to the indexed vendor master (A2-Vendor.dat) that
      *A2-ItemMaint checks item vendor codes against and A2-POGen
      *addresses its purchase orders from - same mold as
      *A2-CustMaint. Each transaction record carries a one-character
      *code - "A" to add a new vendor, "C" to change an existing
      *vendor's name, address, lead time, minimums or active flag,
      *and "D" to delete a vendor - plus the vendor fields themselves.
      *Add and change transactions are edited before they touch the
      *master - a non-blank name, numeric lead time and minimums, and
      *an active flag of "Y" or "N" (blank is taken as "Y") - and a
      *transaction that fails is rejected onto the listing with the
      *field in error instead of being applied. A vendor we stop
      *buying from is normally changed to inactive rather than
      *deleted, so the items still pointing at it are refused by
      *A2-ItemMaint until they are moved to another vendor.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the same indexed vendor master A2-ItemMaint and
      *A2-POGen read.
           select vendor-master
           assign to "../../../A2-Vendor.dat"
           organization is indexed
           access mode is dynamic
           record key is vn-vendor-code
           file status is ws-master-status.

      *This is the transaction file containing the add/change/delete
      *requests to apply to the vendor master.
           select transaction-file
           assign to "../../../A2-VendMaint.txn"
           organization is line sequential
           file status is ws-transaction-status.

      *This is the listing showing what happened to every
      *transaction, including ones that were rejected.
           select maint-report-file
           assign to "../../../A2-VendMaint.out"
           organization is line sequential.

       data division.
       file section.

       fd vendor-master
           data record is vendor-line.

           copy VENDREC.

       fd transaction-file
           data record is transaction-line
           record contains 71 characters.

       01 transaction-line.
         05 tr-code                pic x(1).
         05 tr-vendor-code         pic x(4).
         05 tr-name                pic x(20).
         05 tr-address             pic x(30).
         05 tr-lead-time           pic 999.
         05 tr-min-order-qty       pic 999.
         05 tr-min-order-value     pic 9(7)v99.
         05 tr-active              pic x(1).

      *This redefines the numeric fields as plain text so the raw
      *value can be shown on the maintenance listing when it fails
      *the numeric check in 105-validate-transaction - same pattern
      *as A2-CustMaint's raw redefines.
       01 transaction-line-raw redefines transaction-line.
         05 filler                 pic x(55).
         05 tr-lead-time-raw       pic x(3).
         05 tr-min-order-qty-raw   pic x(3).
         05 tr-min-order-value-raw pic x(9).
         05 filler                 pic x(1).

       fd maint-report-file
           data record is maint-report-line
           record contains 80 characters.

       01 maint-report-line        pic x(80).

       working-storage section.

       01 ws-maint-heading.
         05 filler                 pic x(30)     value
         "A2-VendMaint - VENDOR MASTER ".
         05 filler                 pic x(20)     value
         "MAINTENANCE LISTING".

       01 ws-maint-title.
         05 filler                 pic x(6)      value "CODE  ".
         05 filler                 pic x(10)     value "VENDOR    ".
         05 filler                 pic x(25)     value
         "RESULT                  ".

       01 ws-maint-detail.
         05 filler                 pic x(1).
         05 ws-md-code             pic x(1).
         05 filler                 pic x(4)      value spaces.
         05 ws-md-vendor-code      pic x(4).
         05 filler                 pic x(6)      value spaces.
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

       01 ws-codes.
         05 ws-add-code            pic x         value "A".
         05 ws-change-code         pic x         value "C".
         05 ws-delete-code         pic x         value "D".

      *****************************************************************
      *This section holds the result of validating a transaction's
      *fields before it is allowed to touch the master, and the
      *rejected-for-field result text shown on the listing - same
      *pattern as A2-CustMaint.
       01 ws-validation.
         05 ws-valid-transaction   pic x         value "Y".

       01 ws-invalid-result.
         05 filler                 pic x(11)     value "REJECTED - ".
         05 ws-ir-field            pic x(17)     value spaces.
         05 ws-ir-value            pic x(12)     value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-transaction-status  pic xx        value "00".

       procedure division.

       000-main.
           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-transaction.

           perform 100-process-transaction
             until ws-eof-flag = "y".

           perform 900-write-summary.
           perform 910-close-files.

           goback.

      *open the vendor master for dynamic (keyed) access and the
      *transaction/listing files for sequential processing. A fresh
      *deployment has no A2-Vendor.dat yet - on a not-found ("35")
      *open fall back to OPEN OUTPUT then reopen I-O, same as
      *A2-CustMaint builds the first customer file. Any other failure
      *stops the run rather than emptying the vendor master.
       010-open-files.
           open i-o vendor-master.

           if ws-master-status = "35"
               open output vendor-master
               close vendor-master
               open i-o vendor-master
           end-if.

           if ws-master-status not = "00"
               display
                 "A2-VENDMAINT - VENDOR MASTER OPEN FAILED, "
                 "STATUS " ws-master-status
               move 1 to return-code
               goback
           end-if.

           open input transaction-file.

      *A missing transaction file must fail loudly here rather than
      *fall through into 030-read-transaction's first READ against a
      *file that never opened - same status check pattern as
      *A2-CustMaint.
           if ws-transaction-status not = "00"
               display
                 "A2-VENDMAINT - TRANSACTION FILE OPEN FAILED, STATUS "
                 ws-transaction-status
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
                       perform 110-add-vendor
                   end-if
               when ws-change-code
                   perform 105-validate-transaction
                   if ws-valid-transaction = "Y"
                       perform 120-change-vendor
                   end-if
               when ws-delete-code
                   perform 130-delete-vendor
               when other
                   move "REJECTED - UNKNOWN TRANSACTION CODE" to
                     ws-result-text
                   add 1 to ws-reject-count
                   perform 200-write-maint-detail
           end-evaluate.

           perform 030-read-transaction.

      *This section edits an add or change transaction's fields
      *before it is allowed to touch the master - a non-blank name,
      *numeric lead time, minimum quantity and minimum value, and an
      *active flag of "Y", "N" or blank - so a mistyped transaction
      *is rejected here with the field in error on the listing. A
      *delete is not edited here - it only needs the vendor code.
       105-validate-transaction.
           move "Y"    to ws-valid-transaction.
           move spaces to ws-ir-field.
           move spaces to ws-ir-value.

           evaluate true
               when tr-vendor-code = spaces
                   move "N"                  to ws-valid-transaction
                   move "TR-VENDOR-CODE"     to ws-ir-field
                   move tr-vendor-code       to ws-ir-value
               when tr-name = spaces
                   move "N"                  to ws-valid-transaction
                   move "TR-NAME"            to ws-ir-field
                   move tr-name              to ws-ir-value
               when tr-lead-time not numeric
                   move "N"                  to ws-valid-transaction
                   move "TR-LEAD-TIME"       to ws-ir-field
                   move tr-lead-time-raw     to ws-ir-value
               when tr-min-order-qty not numeric
                   move "N"                  to ws-valid-transaction
                   move "TR-MIN-ORDER-QTY"   to ws-ir-field
                   move tr-min-order-qty-raw to ws-ir-value
               when tr-min-order-value not numeric
                   move "N"                  to ws-valid-transaction
                   move "TR-MIN-ORDER-VAL"   to ws-ir-field
                   move tr-min-order-value-raw to ws-ir-value
               when tr-active not = "Y" and tr-active not = "N" and
                 tr-active not = space
                   move "N"                  to ws-valid-transaction
                   move "TR-ACTIVE"          to ws-ir-field
                   move tr-active            to ws-ir-value
           end-evaluate.

           if ws-valid-transaction = "N"
               move ws-invalid-result to ws-result-text
               add 1 to ws-reject-count
               perform 200-write-maint-detail
           end-if.

      *This section adds a new vendor to the master. It rejects the
      *transaction instead of applying it if the vendor code is
      *already on file.
       110-add-vendor.
           move tr-vendor-code      to vn-vendor-code.
           perform 150-move-vendor-fields.

           write vendor-line
               invalid key
                   move "REJECTED - VENDOR ALREADY ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   move "VENDOR ADDED" to ws-result-text
                   add 1 to ws-add-count
           end-write.

           perform 200-write-maint-detail.

      *This section changes an existing vendor. It rejects the
      *transaction if the vendor code is not on file.
       120-change-vendor.
           move tr-vendor-code to vn-vendor-code.

           read vendor-master
               invalid key
                   move "REJECTED - VENDOR NOT ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   perform 150-move-vendor-fields

                   rewrite vendor-line
                       invalid key
                           move "REJECTED - REWRITE FAILED" to
                             ws-result-text
                           add 1 to ws-reject-count
                       not invalid key
                           move "VENDOR CHANGED" to ws-result-text
                           add 1 to ws-change-count
                   end-rewrite
           end-read.

           perform 200-write-maint-detail.

      *This section removes a vendor from the master. It rejects the
      *transaction if the vendor code is not on file.
       130-delete-vendor.
           move tr-vendor-code to vn-vendor-code.

           read vendor-master
               invalid key
                   move "REJECTED - VENDOR NOT ON FILE" to
                     ws-result-text
                   add 1 to ws-reject-count
               not invalid key
                   delete vendor-master record
                       invalid key
                           move "REJECTED - VENDOR NOT ON FILE" to
                             ws-result-text
                           add 1 to ws-reject-count
                       not invalid key
                           move "VENDOR DELETED" to ws-result-text
                           add 1 to ws-delete-count
                   end-delete
           end-read.

           perform 200-write-maint-detail.

      *This moves an add or change transaction's fields onto the
      *vendor record - a blank active flag is taken as active.
       150-move-vendor-fields.
           move tr-name             to vn-name.
           move tr-address          to vn-address.
           move tr-lead-time        to vn-lead-time.
           move tr-min-order-qty    to vn-min-order-qty.
           move tr-min-order-value  to vn-min-order-value.

           if tr-active = space
               move "Y" to vn-active
           else
               move tr-active to vn-active
           end-if.

      *writes one line to the maintenance listing showing the outcome
      *of the transaction just processed
       200-write-maint-detail.
           move spaces            to ws-maint-detail.
           move tr-code            to ws-md-code.
           move tr-vendor-code     to ws-md-vendor-code.
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

       910-close-files.
           close vendor-master.
           close transaction-file.
           close maint-report-file.

       end program A2-VendMaint.
