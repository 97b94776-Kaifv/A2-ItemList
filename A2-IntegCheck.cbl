       identification division.
       program-id. A2-IntegCheck.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the nightly cross-file integrity check.
      *The item master now has several files hanging off it that no
      *program checks against each other, and drift used to surface
      *only when a report looked wrong. This program reads them side
      *by side and lists every disagreement it finds, each with a
      *severity:
      *  ERROR   - something the next run will act on wrongly:
      *            il-qty-on-order not equal to the open quantity on
      *            A2-POGen.po for the item, an open PO line or a
      *            backorder for an item no longer on the master, a
      *            backorder for a customer no longer on file, a
      *            customer whose cu-open-balance is not what its
      *            A2-AROpen.dat items add up to, open items for a
      *            customer no longer on file, or a PO or backorder
      *            line too garbled to check. For an item stocked by
      *            location on A2-LocStock.dat it is also an ERROR
      *            when il-quantity is not the sum of its locations'
      *            on hand plus in transit, when il-qty-on-order is
      *            not the sum of their on order, when a location is
      *            held for an item no longer on the master, or when
      *            a location's figures are too garbled to add up.
      *  WARNING - something to clean up: a contract for a customer
      *            or item no longer on file, a contract already past
      *            its effective-to date, an item whose vendor is not
      *            on the vendor master.
      *  INFO    - worth a look: an item whose vendor has no PO
      *            activity at all - no open PO line and no receipt on
      *            the price variance history.
      *The run ends with RETURN-CODE 1 when there is any ERROR, so
      *A2-NightBatch, which runs it as its last step, flags the night
      *as failed and the morning crew sees it before order entry
      *opens. Nothing is changed - the listing says what to fix.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the same indexed item master the other programs use.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the indexed customer master A2-CustMaint maintains.
           select customer-master
           assign to "../../../A2-Cust.dat"
           organization is indexed
           access mode is dynamic
           record key is cu-customer
           file status is ws-customer-status.

      *This is the indexed open-item receivables file.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is dynamic
           record key is ar-key
           file status is ws-aropen-status.

      *This is the indexed vendor master A2-VendMaint maintains.
           select vendor-master
           assign to "../../../A2-Vendor.dat"
           organization is indexed
           access mode is dynamic
           record key is vn-vendor-code
           file status is ws-vendor-status.

      *This is the open PO file A2-POGen writes and A2-POReceive
      *rewrites minus what has been received.
           select po-file
           assign to "../../../A2-POGen.po"
           organization is line sequential
           file status is ws-po-status.

      *This is the backorder file A2-OrderEntry writes and
      *A2-BORelease carries forward.
           select backorder-file
           assign to "../../../A2-OrderEntry.bo"
           organization is line sequential
           file status is ws-backorder-status.

      *This is the same hand-maintained contract-price file
      *A2-OrderEntry consults.
           select contract-file
           assign to "../../../A2-Contracts.dat"
           organization is line sequential
           file status is ws-contract-status.

      *This is the price variance file A2-POReceive appends every
      *posted receipt to - the history of receipts against POs since
      *closed.
           select ppv-file
           assign to "../../../A2-POVariance.dat"
           organization is line sequential
           file status is ws-ppv-status.

      *This is the indexed location stock file A2-LocMaint maintains.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the findings listing.
           select check-report-file
           assign to "../../../A2-IntegCheck.out"
           organization is line sequential.

       data division.
       file section.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd customer-master
           data record is customer-line.

           copy CUSTREC.

       fd ar-open-file
           data record is ar-open-item.

           copy ARREC.

       fd vendor-master
           data record is vendor-line.

           copy VENDREC.

       fd po-file
           data record is po-record
           record contains 33 characters.

           copy POREC.

       fd backorder-file
           data record is backorder-record
           record contains 21 characters.

           copy BOREC.

       fd contract-file
           data record is contract-record
           record contains 37 characters.

           copy CONTREC.

       fd ppv-file
           data record is ppv-record
           record contains 37 characters.

           copy PPVREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd check-report-file
           data record is check-report-line
           record contains 110 characters.

       01 check-report-line        pic x(110).

       working-storage section.

       01 ws-check-heading.
         05 filler                 pic x(40)     value
         "A2-IntegCheck - CROSS-FILE INTEGRITY".
         05 filler                 pic x(8)      value "  RUN: ".
         05 ws-ch-run-date         pic x(8).

       01 ws-check-title.
         05 filler                 pic x(10)     value "SEVERITY  ".
         05 filler                 pic x(20)     value
         "CHECK               ".
         05 filler                 pic x(16)     value
         "KEY             ".
         05 filler                 pic x(7)      value "FINDING".

       01 ws-check-detail.
         05 ws-cd-severity         pic x(7).
         05 filler                 pic x(3)      value spaces.
         05 ws-cd-check            pic x(18).
         05 filler                 pic x(2)      value spaces.
         05 ws-cd-key              pic x(14).
         05 filler                 pic x(2)      value spaces.
         05 ws-cd-finding          pic x(60).

       01 ws-check-summary.
         05 filler                 pic x(10)     value "ERRORS   ".
         05 ws-sum-errors          pic zz,zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(10)     value "WARNINGS ".
         05 ws-sum-warnings        pic zz,zz9.
         05 filler                 pic x(5)      value spaces.
         05 filler                 pic x(10)     value "INFO     ".
         05 ws-sum-info            pic zz,zz9.

       01 ws-check-clean-line.
         05 filler                 pic x(40)     value
         "NO DISAGREEMENTS FOUND".

       01 ws-check-counts.
         05 ws-error-count         pic 9(5)      value 0.
         05 ws-warning-count       pic 9(5)      value 0.
         05 ws-info-count          pic 9(5)      value 0.

      *****************************************************************
      *This section holds the finding being written - set up by each
      *check before it performs 800-write-finding.
       01 ws-finding.
         05 ws-fd-severity         pic x(7)      value spaces.
         05 ws-fd-check            pic x(18)     value spaces.
         05 ws-fd-key              pic x(14)     value spaces.
         05 ws-fd-text             pic x(60)     value spaces.

       01 ws-severities.
         05 ws-sev-error           pic x(7)      value "ERROR".
         05 ws-sev-warning         pic x(7)      value "WARNING".
         05 ws-sev-info            pic x(7)      value "INFO".

      *****************************************************************
      *These are the edited figures the finding texts are built
      *from.
       01 ws-edit-fields.
         05 ws-qty-edit-1          pic zz,zz9.
         05 ws-qty-edit-2          pic zz,zz9.
         05 ws-amount-edit-1       pic z,zzz,zz9.99.
         05 ws-amount-edit-2       pic z,zzz,zz9.99.

      *****************************************************************
      *This section is the item table - one entry per item on the
      *master, carrying what the checks compare: its on-order figure
      *and vendor, and the open PO quantity added up for it off
      *A2-POGen.po. A master the table cannot hold fails the run
      *loudly rather than checking part of it - same overflow stance
      *as A2-ReorderCalc's item table. The location figures are the
      *item's A2-LocStock.dat records added up - ws-it-located says
      *whether it has any, and ws-it-loc-ok goes "N" when one of them
      *is too garbled to add up.
       01 ws-item-table.
         05 ws-item-entry          occurs 500 times
                                    indexed by item-idx.
           10 ws-it-item-number      pic x(4).
           10 ws-it-vendor           pic x(4).
           10 ws-it-on-order         pic 999.
           10 ws-it-on-order-ok      pic x(1).
           10 ws-it-open-po-qty      pic 9(5).
           10 ws-it-quantity         pic 999.
           10 ws-it-quantity-ok      pic x(1).
           10 ws-it-located          pic x(1).
           10 ws-it-loc-ok           pic x(1).
           10 ws-it-loc-stock        pic 9(5).
           10 ws-it-loc-on-order     pic 9(5).

       01 ws-item-control.
         05 ws-item-count          pic 9(3)      value 0.
         05 ws-found-item-idx      pic 9(3)      value 0.
         05 ws-lookup-item         pic x(4)      value spaces.

      *****************************************************************
      *This section is the vendors seen with PO activity - on an open
      *PO line or on the price variance history of receipts.
       01 ws-vendor-table.
         05 ws-vendor-entry        occurs 200 times
                                    indexed by vendor-idx.
           10 ws-va-vendor           pic x(4).

       01 ws-vendor-control.
         05 ws-vendor-count        pic 9(3)      value 0.
         05 ws-found-vendor-idx    pic 9(3)      value 0.
         05 ws-lookup-vendor       pic x(4)      value spaces.
         05 ws-vendor-table-full   pic x         value "N".

      *****************************************************************
      *This section is the customer balance check work - the open
      *items of one customer added up.
       01 ws-balance-work.
         05 ws-ar-total            pic 9(9)v99   value 0.
         05 ws-ar-customer         pic x(6)      value spaces.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-ar-eof              pic x         value "n".
         05 ws-aropen-open         pic x         value "N".
         05 ws-vendor-open         pic x         value "N".
         05 ws-location-open       pic x         value "N".
         05 ws-location-eof        pic x         value "n".

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-customer-status     pic xx        value "00".
         05 ws-aropen-status       pic xx        value "00".
         05 ws-vendor-status       pic xx        value "00".
         05 ws-po-status           pic xx        value "00".
         05 ws-backorder-status    pic xx        value "00".
         05 ws-contract-status     pic xx        value "00".
         05 ws-ppv-status          pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *this program only reads the master, so it checks the lock and
      *backs off while an updating program holds it.

           copy LOCKREQ.

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 010-open-files.
           perform 012-load-master-items.
           perform 020-write-headings.

           perform 100-check-open-pos.
           perform 150-check-on-order.
           perform 200-check-backorders.
           perform 300-check-contracts.
           perform 400-check-item-vendors.
           perform 500-check-customer-balances.
           perform 550-check-ar-customers.
           perform 600-check-locations.

           perform 900-write-summary.
           perform 910-close-files.

           goback.

      *This checks the interlock and opens the masters - without the
      *item or customer master there is nothing to check against, so
      *the run fails loudly. No receivables file just means nothing
      *has been invoiced yet, no vendor master means that one check
      *is skipped, and no location file means every item is held
      *whole at the main warehouse.
       010-open-files.
           move "C" to ml-function.
           move "A2-INTEGCHECK" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-INTEGCHECK - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

           open input item-master.

           if ws-master-status not = "00"
               display
                 "A2-INTEGCHECK - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               move 1 to return-code
               goback
           end-if.

           open input customer-master.

           if ws-customer-status not = "00"
               display
                 "A2-INTEGCHECK - CUSTOMER MASTER OPEN FAILED, "
                 "STATUS " ws-customer-status
               move 1 to return-code
               goback
           end-if.

           open input ar-open-file.
           if ws-aropen-status = "00"
               move "Y" to ws-aropen-open
           end-if.

           open input vendor-master.
           if ws-vendor-status = "00"
               move "Y" to ws-vendor-open
           end-if.

           open input location-file.
           if ws-location-status = "00"
               move "Y" to ws-location-open
           end-if.

           open output check-report-file.

      *This loads one table entry per item on the master. An
      *on-order figure that fails the numeric edit is itself a
      *finding, reported by 150-check-on-order.
       012-load-master-items.
           perform until ws-eof-flag = "y"
               read item-master next record
                   at end
                       move "y" to ws-eof-flag
                   not at end
                       if ws-item-count >= 500
                           display "A2-INTEGCHECK - ITEM TABLE "
                             "FULL - MASTER EXCEEDS 500 ITEMS"
                           move 1 to return-code
                           goback
                       end-if
                       add 1 to ws-item-count
                       set item-idx to ws-item-count
                       move il-item-number to
                         ws-it-item-number(item-idx)
                       move il-vendor-code to ws-it-vendor(item-idx)
                       move 0 to ws-it-open-po-qty(item-idx)
                       if il-qty-on-order numeric
                           move il-qty-on-order to
                             ws-it-on-order(item-idx)
                           move "Y" to ws-it-on-order-ok(item-idx)
                       else
                           move 0   to ws-it-on-order(item-idx)
                           move "N" to ws-it-on-order-ok(item-idx)
                       end-if
                       if il-quantity numeric
                           move il-quantity to
                             ws-it-quantity(item-idx)
                           move "Y" to ws-it-quantity-ok(item-idx)
                       else
                           move 0   to ws-it-quantity(item-idx)
                           move "N" to ws-it-quantity-ok(item-idx)
                       end-if
                       move "N" to ws-it-located(item-idx)
                       move "Y" to ws-it-loc-ok(item-idx)
                       move 0   to ws-it-loc-stock(item-idx)
                       move 0   to ws-it-loc-on-order(item-idx)
               end-read
           end-perform.

       020-write-headings.
           move ws-run-date-stamp to ws-ch-run-date.
           write check-report-line from ws-check-heading.
           write check-report-line from ws-check-title
             after advancing 2 lines.

      *This adds up the open quantity on A2-POGen.po for every item
      *and notes each vendor with an open PO. A line for an item no
      *longer on the master, or too garbled to add up, is an error -
      *A2-POReceive would choke on it. No PO file means nothing is
      *on order.
       100-check-open-pos.
           open input po-file.

           if ws-po-status = "00"
               move "n" to ws-eof-flag
               perform until ws-eof-flag = "y"
                   read po-file
                       at end
                           move "y" to ws-eof-flag
                       not at end
                           perform 110-check-one-po-line
                   end-read
               end-perform
               close po-file
           end-if.

       110-check-one-po-line.
           move "OPEN PO LINE" to ws-fd-check.
           move spaces to ws-fd-key.
           string po-number-raw "/" po-item-number
             delimited by size into ws-fd-key.

           if po-number not numeric or po-order-qty not numeric
               move ws-sev-error to ws-fd-severity
               move "PO NUMBER OR QUANTITY NOT NUMERIC" to ws-fd-text
               perform 800-write-finding
           else
               move po-item-number to ws-lookup-item
               perform 700-find-item
               if ws-found-item-idx = 0
                   move ws-sev-error to ws-fd-severity
                   move "OPEN PO LINE FOR ITEM NOT ON MASTER" to
                     ws-fd-text
                   perform 800-write-finding
               else
                   add po-order-qty to
                     ws-it-open-po-qty(ws-found-item-idx)
               end-if
               move po-vendor-code to ws-lookup-vendor
               perform 720-note-vendor-activity
           end-if.

      *This compares every item's on-order figure with the open PO
      *quantity just added up for it - a disagreement means A2-POGen
      *will order too much or too little.
       150-check-on-order.
           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               move "ON ORDER / OPEN PO" to ws-fd-check
               move spaces to ws-fd-key
               string "ITEM " ws-it-item-number(item-idx)
                 delimited by size into ws-fd-key
               if ws-it-on-order-ok(item-idx) = "N"
                   move ws-sev-error to ws-fd-severity
                   move "IL-QTY-ON-ORDER NOT NUMERIC" to ws-fd-text
                   perform 800-write-finding
               else
                   if ws-it-on-order(item-idx) not =
                     ws-it-open-po-qty(item-idx)
                       move ws-sev-error to ws-fd-severity
                       move ws-it-on-order(item-idx) to
                         ws-qty-edit-1
                       move ws-it-open-po-qty(item-idx) to
                         ws-qty-edit-2
                       move spaces to ws-fd-text
                       string "ON ORDER " ws-qty-edit-1
                         " BUT OPEN PO LINES TOTAL " ws-qty-edit-2
                         delimited by size into ws-fd-text
                       perform 800-write-finding
                   end-if
               end-if
           end-perform.

      *This checks every backorder still owed names an item on the
      *master and a customer on file - A2-BORelease can release
      *neither otherwise. No backorder file means nothing is owed.
       200-check-backorders.
           open input backorder-file.

           if ws-backorder-status = "00"
               move "n" to ws-eof-flag
               perform until ws-eof-flag = "y"
                   read backorder-file
                       at end
                           move "y" to ws-eof-flag
                       not at end
                           perform 210-check-one-backorder
                   end-read
               end-perform
               close backorder-file
           end-if.

       210-check-one-backorder.
           move "BACKORDER" to ws-fd-check.
           move spaces to ws-fd-key.
           string bo-customer "/" bo-item-number
             delimited by size into ws-fd-key.
           move ws-sev-error to ws-fd-severity.

           if bo-quantity not numeric
               move "QUANTITY NOT NUMERIC" to ws-fd-text
               perform 800-write-finding
           end-if.

           move bo-item-number to ws-lookup-item.
           perform 700-find-item.
           if ws-found-item-idx = 0
               move "BACKORDER FOR ITEM NOT ON MASTER" to ws-fd-text
               perform 800-write-finding
           end-if.

           move bo-customer to cu-customer.
           read customer-master
               invalid key
                   move "BACKORDER FOR CUSTOMER NOT ON FILE" to
                     ws-fd-text
                   perform 800-write-finding
           end-read.

      *This checks every contract names a customer on file and, for
      *an item-level deal, an item on the master, and lists the deals
      *already past their effective-to date. No contract file means
      *there are no deals.
       300-check-contracts.
           open input contract-file.

           if ws-contract-status = "00"
               move "n" to ws-eof-flag
               perform until ws-eof-flag = "y"
                   read contract-file
                       at end
                           move "y" to ws-eof-flag
                       not at end
                           perform 310-check-one-contract
                   end-read
               end-perform
               close contract-file
           end-if.

       310-check-one-contract.
           move "CONTRACT" to ws-fd-check.
           move spaces to ws-fd-key.
           if cn-item-number = spaces
               string cn-customer "/CLASS " cn-product-class
                 delimited by size into ws-fd-key
           else
               string cn-customer "/" cn-item-number
                 delimited by size into ws-fd-key
           end-if.
           move ws-sev-warning to ws-fd-severity.

           move cn-customer to cu-customer.
           read customer-master
               invalid key
                   move "CONTRACT FOR CUSTOMER NOT ON FILE" to
                     ws-fd-text
                   perform 800-write-finding
           end-read.

           if cn-item-number not = spaces
               move cn-item-number to ws-lookup-item
               perform 700-find-item
               if ws-found-item-idx = 0
                   move "CONTRACT FOR ITEM NOT ON MASTER" to
                     ws-fd-text
                   perform 800-write-finding
               end-if
           end-if.

           if cn-effective-to not = spaces and
             cn-effective-to < ws-run-date-stamp
               move spaces to ws-fd-text
               string "CONTRACT EXPIRED " cn-effective-to
                 delimited by size into ws-fd-text
               perform 800-write-finding
           end-if.

      *This checks every item's vendor - on the vendor master, and
      *with some PO activity on record. The receipts on the price
      *variance file count as activity alongside the open POs
      *noted by 100-check-open-pos; a vendor with neither has never
      *been ordered from as far as the files can tell.
       400-check-item-vendors.
           open input ppv-file.

           if ws-ppv-status = "00"
               move "n" to ws-eof-flag
               perform until ws-eof-flag = "y"
                   read ppv-file
                       at end
                           move "y" to ws-eof-flag
                       not at end
                           move pv-vendor-code to ws-lookup-vendor
                           perform 720-note-vendor-activity
                   end-read
               end-perform
               close ppv-file
           end-if.

           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               move "ITEM VENDOR" to ws-fd-check
               move spaces to ws-fd-key
               string "ITEM " ws-it-item-number(item-idx)
                 delimited by size into ws-fd-key
               perform 410-check-one-item-vendor
           end-perform.

       410-check-one-item-vendor.
           if ws-vendor-open = "Y"
               move ws-it-vendor(item-idx) to vn-vendor-code
               read vendor-master
                   invalid key
                       move ws-sev-warning to ws-fd-severity
                       move spaces to ws-fd-text
                       string "VENDOR " ws-it-vendor(item-idx)
                         " NOT ON VENDOR MASTER"
                         delimited by size into ws-fd-text
                       perform 800-write-finding
               end-read
           end-if.

           move ws-it-vendor(item-idx) to ws-lookup-vendor.
           perform 710-find-vendor.
           if ws-found-vendor-idx = 0 and ws-vendor-table-full = "N"
               move ws-sev-info to ws-fd-severity
               move spaces to ws-fd-text
               string "VENDOR " ws-it-vendor(item-idx)
                 " HAS NO OPEN OR HISTORICAL PO ACTIVITY"
                 delimited by size into ws-fd-text
               perform 800-write-finding
           end-if.

      *This checks every customer's open balance against what its
      *open items still owe - A2-OrderEntry holds orders against
      *that balance, so a wrong one holds the wrong customers.
       500-check-customer-balances.
           move "n" to ws-eof-flag.
           move low-values to cu-customer.
           start customer-master key not < cu-customer
               invalid key
                   move "y" to ws-eof-flag
           end-start.

           perform until ws-eof-flag = "y"
               read customer-master next record
                   at end
                       move "y" to ws-eof-flag
                   not at end
                       perform 510-check-one-customer
               end-read
           end-perform.

       510-check-one-customer.
           move "CUSTOMER BALANCE" to ws-fd-check.
           move spaces to ws-fd-key.
           move cu-customer to ws-fd-key.
           move ws-sev-error to ws-fd-severity.

           if cu-open-balance not numeric
               move "CU-OPEN-BALANCE NOT NUMERIC" to ws-fd-text
               perform 800-write-finding
           else
               perform 520-add-customer-open-items
               if ws-ar-total not = cu-open-balance
                   move cu-open-balance to ws-amount-edit-1
                   move ws-ar-total     to ws-amount-edit-2
                   move spaces to ws-fd-text
                   string "OPEN BALANCE " ws-amount-edit-1
                     " BUT OPEN ITEMS OWE " ws-amount-edit-2
                     delimited by size into ws-fd-text
                   perform 800-write-finding
               end-if
           end-if.

      *This adds up what the customer's open items still owe - the
      *receivables file is keyed customer first, so they read back
      *together from a START on the customer.
       520-add-customer-open-items.
           move 0   to ws-ar-total.
           move "n" to ws-ar-eof.

           if ws-aropen-open = "Y"
               move cu-customer to ar-customer
               move 0           to ar-invoice-number
               start ar-open-file key not < ar-key
                   invalid key
                       move "y" to ws-ar-eof
               end-start

               perform until ws-ar-eof = "y"
                   read ar-open-file next record
                       at end
                           move "y" to ws-ar-eof
                       not at end
                           if ar-customer not = cu-customer
                               move "y" to ws-ar-eof
                           else
                               if ar-amount-due numeric and
                                 ar-amount-paid numeric
                                   compute ws-ar-total = ws-ar-total
                                     + ar-amount-due - ar-amount-paid
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

      *This reads the receivables file front to back and checks each
      *customer owning open items is still on the customer master -
      *an item for a customer no longer on file is money nobody will
      *ever be sent a statement for.
       550-check-ar-customers.
           if ws-aropen-open = "Y"
               move "n" to ws-ar-eof
               move spaces to ws-ar-customer
               move low-values to ar-key
               start ar-open-file key not < ar-key
                   invalid key
                       move "y" to ws-ar-eof
               end-start

               perform until ws-ar-eof = "y"
                   read ar-open-file next record
                       at end
                           move "y" to ws-ar-eof
                       not at end
                           if ar-customer not = ws-ar-customer
                               move ar-customer to ws-ar-customer
                               perform 560-check-ar-customer
                           end-if
                   end-read
               end-perform
           end-if.

       560-check-ar-customer.
           move ar-customer to cu-customer.
           read customer-master
               invalid key
                   move "AR OPEN ITEM"   to ws-fd-check
                   move spaces           to ws-fd-key
                   move ar-customer      to ws-fd-key
                   move ws-sev-error     to ws-fd-severity
                   move "OPEN ITEMS FOR CUSTOMER NOT ON FILE" to
                     ws-fd-text
                   perform 800-write-finding
           end-read.

      *This reads the location file front to back, adding each
      *location into its item's table entry, then checks every item
      *stocked by location against what its locations add up to -
      *A2-StockStatus and A2-POGen work from the locations, order
      *entry and the valuation from the master totals, so the two
      *must agree. An item with no locations is held whole at the
      *main warehouse and has nothing to compare.
       600-check-locations.
           if ws-location-open = "Y"
               move "n" to ws-location-eof
               move low-values to ls-key
               start location-file key not < ls-key
                   invalid key
                       move "y" to ws-location-eof
               end-start

               perform until ws-location-eof = "y"
                   read location-file next record
                       at end
                           move "y" to ws-location-eof
                       not at end
                           perform 610-add-one-location
                   end-read
               end-perform

               perform varying item-idx from 1 by 1
                 until item-idx > ws-item-count
                   if ws-it-located(item-idx) = "Y"
                       perform 620-check-item-locations
                   end-if
               end-perform
           end-if.

       610-add-one-location.
           move "LOCATION" to ws-fd-check.
           move spaces to ws-fd-key.
           string ls-item-number "/WHSE " ls-warehouse
             delimited by size into ws-fd-key.
           move ws-sev-error to ws-fd-severity.

           move ls-item-number to ws-lookup-item.
           perform 700-find-item.

           if ws-found-item-idx = 0
               move "LOCATION FOR ITEM NOT ON MASTER" to ws-fd-text
               perform 800-write-finding
           else
               move "Y" to ws-it-located(ws-found-item-idx)
               if ls-qty-on-hand not numeric or
                 ls-qty-on-order not numeric or
                 ls-qty-in-transit not numeric
                   move "N" to ws-it-loc-ok(ws-found-item-idx)
                   move spaces to ws-fd-text
                   string "ON HAND " ls-qty-on-hand-raw
                     " ON ORDER " ls-qty-on-order-raw
                     " IN TRANSIT " ls-qty-in-transit-raw
                     " NOT NUMERIC"
                     delimited by size into ws-fd-text
                   perform 800-write-finding
               else
                   add ls-qty-on-hand ls-qty-in-transit to
                     ws-it-loc-stock(ws-found-item-idx)
                   add ls-qty-on-order to
                     ws-it-loc-on-order(ws-found-item-idx)
               end-if
           end-if.

      *A garbled location was reported as it was read - its item's
      *totals are not compared, as they would only repeat it.
       620-check-item-locations.
           move "LOCATION TOTALS" to ws-fd-check.
           move spaces to ws-fd-key.
           string "ITEM " ws-it-item-number(item-idx)
             delimited by size into ws-fd-key.
           move ws-sev-error to ws-fd-severity.

           if ws-it-loc-ok(item-idx) = "Y"
               if ws-it-quantity-ok(item-idx) = "N"
                   move "IL-QUANTITY NOT NUMERIC" to ws-fd-text
                   perform 800-write-finding
               else
                   if ws-it-quantity(item-idx) not =
                     ws-it-loc-stock(item-idx)
                       move ws-it-quantity(item-idx) to
                         ws-qty-edit-1
                       move ws-it-loc-stock(item-idx) to
                         ws-qty-edit-2
                       move spaces to ws-fd-text
                       string "ON HAND " ws-qty-edit-1
                         " BUT LOCATIONS HOLD " ws-qty-edit-2
                         delimited by size into ws-fd-text
                       perform 800-write-finding
                   end-if
               end-if

               if ws-it-on-order-ok(item-idx) = "Y" and
                 ws-it-on-order(item-idx) not =
                 ws-it-loc-on-order(item-idx)
                   move ws-it-on-order(item-idx) to ws-qty-edit-1
                   move ws-it-loc-on-order(item-idx) to
                     ws-qty-edit-2
                   move spaces to ws-fd-text
                   string "ON ORDER " ws-qty-edit-1
                     " BUT LOCATIONS HAVE ON ORDER " ws-qty-edit-2
                     delimited by size into ws-fd-text
                   perform 800-write-finding
               end-if
           end-if.

      *This finds the item table entry for ws-lookup-item - zero
      *when the item is not on the master.
       700-find-item.
           move 0 to ws-found-item-idx.
           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               if ws-it-item-number(item-idx) = ws-lookup-item
                   set ws-found-item-idx to item-idx
                   exit perform
               end-if
           end-perform.

      *This finds ws-lookup-vendor among the vendors with PO
      *activity - zero when it has none.
       710-find-vendor.
           move 0 to ws-found-vendor-idx.
           perform varying vendor-idx from 1 by 1
             until vendor-idx > ws-vendor-count
               if ws-va-vendor(vendor-idx) = ws-lookup-vendor
                   set ws-found-vendor-idx to vendor-idx
                   exit perform
               end-if
           end-perform.

      *This notes ws-lookup-vendor as having PO activity. Should the
      *table fill, the no-activity check is dropped rather than
      *reporting vendors that were simply not noted.
       720-note-vendor-activity.
           perform 710-find-vendor.
           if ws-found-vendor-idx = 0
               if ws-vendor-count >= 200
                   move "Y" to ws-vendor-table-full
               else
                   add 1 to ws-vendor-count
                   move ws-lookup-vendor to
                     ws-va-vendor(ws-vendor-count)
               end-if
           end-if.

      *This writes one finding and counts it under its severity.
       800-write-finding.
           evaluate ws-fd-severity
               when ws-sev-error
                   add 1 to ws-error-count
               when ws-sev-warning
                   add 1 to ws-warning-count
               when other
                   add 1 to ws-info-count
           end-evaluate.

           move spaces          to ws-check-detail.
           move ws-fd-severity  to ws-cd-severity.
           move ws-fd-check     to ws-cd-check.
           move ws-fd-key       to ws-cd-key.
           move ws-fd-text      to ws-cd-finding.

           write check-report-line from ws-check-detail
             after advancing 1 line.

      *This writes the counts by severity and sets the return code -
      *any error fails the step, so the night batch flags it.
       900-write-summary.
           if ws-error-count + ws-warning-count + ws-info-count = 0
               write check-report-line from ws-check-clean-line
                 after advancing 1 line
           end-if.

           move ws-error-count   to ws-sum-errors.
           move ws-warning-count to ws-sum-warnings.
           move ws-info-count    to ws-sum-info.
           write check-report-line from ws-check-summary
             after advancing 2 lines.

           if ws-error-count > 0
               display "A2-INTEGCHECK - " ws-error-count
                 " SERIOUS FINDINGS - SEE A2-INTEGCHECK.OUT"
               move 1 to return-code
           end-if.

       910-close-files.
           close item-master.
           close customer-master.

           if ws-aropen-open = "Y"
               close ar-open-file
           end-if.

           if ws-vendor-open = "Y"
               close vendor-master
           end-if.

           if ws-location-open = "Y"
               close location-file
           end-if.

           close check-report-file.

       end program A2-IntegCheck.
