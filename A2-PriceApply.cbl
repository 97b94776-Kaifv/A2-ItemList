       identification division.
       program-id. A2-PriceApply.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the night-batch step that puts scheduled
      *price changes into effect. It reads the pending price change
      *file A2-PriceMaint maintains and applies every change still
      *pending whose effective date has arrived - on or before the run
      *date, or on or before an as-of date supplied in a parameter file
      *when ops needs to run it ahead for a change effective first
      *thing tomorrow. An item-level change rewrites that one item; a
      *class-wide change rewrites every item on the master in the
      *class. Only the new unit price and/or unit cost the change
      *carries are moved - a blank one leaves the field as it is. Due
      *changes are applied in effective-date order across items and
      *classes alike, so a run that catches up missed nights, or runs
      *ahead to an as-of date, leaves every item where applying each
      *night's changes in turn would have; on the same date a class
      *change goes first, so an item-level change wins over its
      *class's. The master is updated under the A2-MasterLock update
      *lock, and every item rewritten is journaled to A2-ItemMaint's
      *audit journal under code "S", with its before and after images,
      *so A2-AuditList shows it as a scheduled price change and
      *A2-AuditApply rolls it forward like any other change. An applied
      *change is marked applied with the run date and stays on the
      *pending file as history; an item-level change for an item no
      *longer on the master is left pending and listed so someone
      *withdraws it. Every item changed is listed with its old and new
      *price and cost.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the indexed pending price change file A2-PriceMaint
      *maintains.
           select price-change-file
           assign to "../../../A2-PriceChg.dat"
           organization is indexed
           access mode is dynamic
           record key is pp-key
           file status is ws-price-status.

      *012-sort-price-changes sorts the pending file into this work
      *file in effective-date order.
           select sorted-change-file
           assign to "../../../A2-PriceApply.sorted"
           organization is line sequential.

      *This is the scratch file the sort itself works through.
           select sort-work-file
           assign to "../../../A2-PriceSort.tmp".

      *This is the same indexed item master A2-ItemMaint maintains.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the same audit journal A2-ItemMaint appends to.
           select audit-journal
           assign to "../../../A2-ItemMaint.jrnl"
           organization is line sequential
           file status is ws-journal-status.

      *This is the parameter file a run can supply to apply changes
      *effective up to a date other than today - yyyymmdd on its
      *first line. Same JCL-DD-style pattern as A2-ItemList's
      *parameter file.
           select parm-file
           assign to "../../../A2-PriceApply.parms"
           organization is line sequential
           file status is ws-parm-status.

      *This is the listing of every price change applied.
           select apply-report-file
           assign to "../../../A2-PriceApply.out"
           organization is line sequential.

       data division.
       file section.

       fd price-change-file
           data record is price-change-line.

           copy PRICEREC.

       sd sort-work-file
           data record is sort-work-record.

           copy PRICEREC
               replacing ==price-change-line-raw== by
                         ==sort-work-record-raw==
                         ==price-change-line== by ==sort-work-record==
                         ==pp-key== by ==sw-key==
                         ==pp-scope== by ==sw-scope==
                         ==pp-target== by ==sw-target==
                         ==pp-effective-date== by ==sw-effective-date==
                         ==pp-new-price-raw== by ==sw-new-price-raw==
                         ==pp-new-price== by ==sw-new-price==
                         ==pp-new-cost-raw== by ==sw-new-cost-raw==
                         ==pp-new-cost== by ==sw-new-cost==
                         ==pp-requested-by== by ==sw-requested-by==
                         ==pp-entered-date== by ==sw-entered-date==
                         ==pp-status== by ==sw-status==
                         ==pp-applied-date== by ==sw-applied-date==.

       fd sorted-change-file
           data record is sorted-change-line.

           copy PRICEREC
               replacing ==price-change-line-raw== by
                         ==sorted-change-line-raw==
                         ==price-change-line== by ==sorted-change-line==
                         ==pp-key== by ==sc-key==
                         ==pp-scope== by ==sc-scope==
                         ==pp-target== by ==sc-target==
                         ==pp-effective-date== by ==sc-effective-date==
                         ==pp-new-price-raw== by ==sc-new-price-raw==
                         ==pp-new-price== by ==sc-new-price==
                         ==pp-new-cost-raw== by ==sc-new-cost-raw==
                         ==pp-new-cost== by ==sc-new-cost==
                         ==pp-requested-by== by ==sc-requested-by==
                         ==pp-entered-date== by ==sc-entered-date==
                         ==pp-status== by ==sc-status==
                         ==pp-applied-date== by ==sc-applied-date==.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd audit-journal
           data record is audit-record
           record contains 107 characters.

           copy AUDITREC.

       fd parm-file
           data record is parm-line.

       01 parm-line                pic x(100).

       fd apply-report-file
           data record is apply-report-line
           record contains 80 characters.

       01 apply-report-line        pic x(80).

       working-storage section.

       01 ws-apply-heading.
         05 filler                 pic x(40)     value
         "A2-PriceApply - SCHEDULED PRICE CHANGES".
         05 filler                 pic x(10)     value "  AS OF: ".
         05 ws-ah-as-of-date       pic x(8).

       01 ws-apply-title.
         05 filler                 pic x(6)      value "ITEM  ".
         05 filler                 pic x(4)      value "CL  ".
         05 filler                 pic x(9)      value "CHANGE   ".
         05 filler                 pic x(10)     value "EFFECTIVE ".
         05 filler                 pic x(11)     value
         "  OLD PRICE".
         05 filler                 pic x(11)     value
         "  NEW PRICE".
         05 filler                 pic x(11)     value
         "   OLD COST".
         05 filler                 pic x(11)     value
         "   NEW COST".

       01 ws-apply-detail.
         05 ws-ad-item-number      pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-ad-class            pic x(1).
         05 filler                 pic x(3)      value spaces.
         05 ws-ad-scope            pic x(1).
         05 filler                 pic x(1)      value spaces.
         05 ws-ad-target           pic x(4).
         05 filler                 pic x(3)      value spaces.
         05 ws-ad-effective-date   pic x(8).
         05 filler                 pic x(5)      value spaces.
         05 ws-ad-old-price        pic z,zz9.99.
         05 filler                 pic x(3)      value spaces.
         05 ws-ad-new-price        pic z,zz9.99.
         05 filler                 pic x(3)      value spaces.
         05 ws-ad-old-cost         pic z,zz9.99.
         05 filler                 pic x(3)      value spaces.
         05 ws-ad-new-cost         pic z,zz9.99.

       01 ws-apply-exception.
         05 filler                 pic x(10)     value "*** SCOPE ".
         05 ws-ae-scope            pic x(1).
         05 filler                 pic x(1)      value spaces.
         05 ws-ae-target           pic x(4).
         05 filler                 pic x(3)      value spaces.
         05 ws-ae-effective-date   pic x(8).
         05 filler                 pic x(3)      value spaces.
         05 ws-ae-text             pic x(40).

       01 ws-apply-totals.
         05 ws-changes-applied     pic 9(5)      value 0.
         05 ws-items-changed       pic 9(5)      value 0.
         05 ws-changes-left        pic 9(5)      value 0.
         05 ws-changes-not-due     pic 9(5)      value 0.
         05 ws-class-hits          pic 9(5)      value 0.

       01 ws-apply-summary.
         05 filler                 pic x(18)     value
         "CHANGES APPLIED   ".
         05 ws-sum-applied         pic zz,zz9.
         05 filler                 pic x(18)     value
         "   ITEMS CHANGED  ".
         05 ws-sum-items           pic zz,zz9.

       01 ws-apply-summary-2.
         05 filler                 pic x(18)     value
         "LEFT PENDING      ".
         05 ws-sum-left            pic zz,zz9.
         05 filler                 pic x(18)     value
         "   NOT YET DUE    ".
         05 ws-sum-not-due         pic zz,zz9.

       01 ws-codes.
         05 ws-item-scope          pic x         value "I".
         05 ws-class-scope         pic x         value "C".
         05 ws-pending-status      pic x         value "P".
         05 ws-applied-status      pic x         value "A".
         05 ws-scheduled-code      pic x         value "S".

      *****************************************************************
      *This section holds the as-of date - the run date unless the
      *parameter file names another.
       01 ws-run-parameters.
         05 ws-as-of-date          pic x(8)      value spaces.
         05 ws-parm-date           pic x(8)      value spaces.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-scan-eof            pic x         value "n".

       01 ws-status-fields.
         05 ws-price-status        pic xx        value "00".
         05 ws-master-status       pic xx        value "00".
         05 ws-journal-status      pic xx        value "00".
         05 ws-parm-status         pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *this program updates A2.dat, so it takes the lock before the
      *master opens and releases it after the close.

           copy LOCKREQ.

      *****************************************************************
      *This section supports the audit journal - the before image of
      *the item record is saved here ahead of each rewrite, same as
      *A2-ItemMaint's.
       01 ws-audit-work.
         05 ws-before-image        pic x(43)     value spaces.
         05 ws-after-image         pic x(43)     value spaces.
         05 ws-audit-date          pic x(8).
         05 ws-audit-time          pic x(8).

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 008-read-parameters.
           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-price-change.

           perform 100-process-price-change
             until ws-eof-flag = "y".

           perform 900-write-summary.
           perform 910-close-files.

           goback.

      *This reads the parameter file, when one has been supplied for
      *the run, and takes the as-of date from its first line. A run
      *with no parameter file, or a blank or non-numeric date,
      *applies what is due today.
       008-read-parameters.
           move ws-run-date-stamp to ws-as-of-date.

           open input parm-file.

           if ws-parm-status = "00" then
               read parm-file into ws-parm-date
                   at end continue
               end-read
               close parm-file
               if ws-parm-date numeric
                   move ws-parm-date to ws-as-of-date
               end-if
           end-if.

      *This takes the master lock and opens the files. A fresh
      *deployment has no A2-PriceChg.dat yet - it is built empty the
      *same way A2-PriceMaint builds it, so the night batch does not
      *fail for want of a change nobody has keyed. The pending file
      *is then closed for 012 to sort and reopened for the changes
      *to be read by key and marked applied.
       010-open-files.
           perform 015-lock-master.

           open i-o item-master.

           if ws-master-status not = "00"
               display
                 "A2-PRICEAPPLY - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open i-o price-change-file.

           if ws-price-status = "35"
               open output price-change-file
               close price-change-file
               open i-o price-change-file
           end-if.

           if ws-price-status not = "00"
               display
                 "A2-PRICEAPPLY - PRICE CHANGE FILE OPEN FAILED, "
                 "STATUS " ws-price-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

      *The audit journal accumulates across runs, so it is extended,
      *not truncated - same open and fallback as A2-ItemMaint's.
           open extend audit-journal.
           if ws-journal-status not = "00"
               open output audit-journal
               if ws-journal-status not = "00"
                   display
                     "A2-PRICEAPPLY - AUDIT JOURNAL OPEN FAILED, "
                     "STATUS " ws-journal-status
                   perform 915-unlock-master
                   move 1 to return-code
                   goback
               end-if
           end-if.

           open output apply-report-file.

           close price-change-file.
           perform 012-sort-price-changes.

           open i-o price-change-file.

           if ws-price-status not = "00"
               display
                 "A2-PRICEAPPLY - PRICE CHANGE FILE OPEN FAILED, "
                 "STATUS " ws-price-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

           open input sorted-change-file.

      *This sorts the pending file into effective-date order, and
      *within a date class changes ("C") ahead of item changes ("I"),
      *so 100 applies every due change in the order the dates say -
      *the file's own key would put every class change ahead of
      *every item change whatever their dates. SORT ... USING opens
      *price-change-file itself, so a bad file must be caught off
      *ws-price-status once the SORT returns.
       012-sort-price-changes.
           sort sort-work-file
             on ascending key sw-effective-date
             on ascending key sw-scope
             on ascending key sw-target
             using price-change-file
             giving sorted-change-file.

           if ws-price-status not = "00"
               display
                 "A2-PRICEAPPLY - PRICE CHANGE FILE SORT FAILED, "
                 "STATUS " ws-price-status
               perform 915-unlock-master
               move 1 to return-code
               goback
           end-if.

      *This takes the A2-MasterLock update lock ahead of the master
      *open - same as A2-ItemMaint's 015-lock-master.
       015-lock-master.
           move "L" to ml-function.
           move "A2-PRICEAPPLY" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-PRICEAPPLY - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

       020-write-headings.
           move ws-as-of-date to ws-ah-as-of-date.
           write apply-report-line from ws-apply-heading.
           write apply-report-line from ws-apply-title
             after advancing 2 lines.

       030-read-price-change.
           read sorted-change-file
               at end
                   move "y" to ws-eof-flag.

      *This applies one pending change when it has come due, and
      *marks it applied. Changes already applied, and pending ones
      *not yet due, are passed over. A due change is read back off
      *the pending file by key, so it is applied and marked as it
      *stands there now.
       100-process-price-change.
           if sc-status = ws-pending-status
               if sc-effective-date > ws-as-of-date
                   add 1 to ws-changes-not-due
               else
                   perform 105-apply-due-change
               end-if
           end-if.

           perform 030-read-price-change.

       105-apply-due-change.
           move sc-key to pp-key.

           read price-change-file
               invalid key
                   move sc-scope          to pp-scope
                   move sc-target         to pp-target
                   move sc-effective-date to pp-effective-date
                   move "CHANGE NO LONGER ON FILE" to ws-ae-text
                   perform 190-write-apply-exception
               not invalid key
                   if pp-status = ws-pending-status
                       if pp-scope = ws-item-scope
                           perform 110-apply-item-change
                       else
                           perform 120-apply-class-change
                       end-if
                   end-if
           end-read.

      *This applies an item-level change to its one item. An item no
      *longer on the master leaves the change pending and listed.
       110-apply-item-change.
           move pp-target to il-item-number.

           read item-master
               invalid key
                   add 1 to ws-changes-left
                   move "ITEM NOT ON MASTER - LEFT PENDING" to
                     ws-ae-text
                   perform 190-write-apply-exception
               not invalid key
                   perform 150-change-item-price
                   perform 180-mark-change-applied
           end-read.

      *This applies a class-wide change to every item in the class,
      *reading the master front to back by key - its only key is the
      *item number. A class with no items left is still marked
      *applied, and said so on the listing.
       120-apply-class-change.
           move 0   to ws-class-hits.
           move "n" to ws-scan-eof.

           move low-values to il-item-number.
           start item-master key not < il-item-number
               invalid key
                   move "y" to ws-scan-eof
           end-start.

           perform until ws-scan-eof = "y"
               read item-master next record
                   at end
                       move "y" to ws-scan-eof
                   not at end
                       if il-product-class = pp-target(1:1)
                           add 1 to ws-class-hits
                           perform 150-change-item-price
                       end-if
               end-read
           end-perform.

           if ws-class-hits = 0
               move "NO ITEMS IN CLASS - MARKED APPLIED" to
                 ws-ae-text
               perform 190-write-apply-exception
           end-if.

           perform 180-mark-change-applied.

      *This moves the change's new price and/or cost onto the item
      *record just read, rewrites it, journals it and lists it. A
      *blank amount on the change leaves that field alone.
       150-change-item-price.
           move input-line to ws-before-image.

           move spaces         to ws-apply-detail.
           move il-item-number   to ws-ad-item-number.
           move il-product-class to ws-ad-class.
           move pp-scope         to ws-ad-scope.
           move pp-target        to ws-ad-target.
           move pp-effective-date to ws-ad-effective-date.

           if il-unit-price numeric
               move il-unit-price to ws-ad-old-price
           end-if.
           if il-unit-cost numeric
               move il-unit-cost to ws-ad-old-cost
           end-if.

           if pp-new-price-raw not = spaces and pp-new-price numeric
               move pp-new-price to il-unit-price
           end-if.
           if pp-new-cost-raw not = spaces and pp-new-cost numeric
               move pp-new-cost to il-unit-cost
           end-if.

           if il-unit-price numeric
               move il-unit-price to ws-ad-new-price
           end-if.
           if il-unit-cost numeric
               move il-unit-cost to ws-ad-new-cost
           end-if.

           rewrite input-line
               invalid key
                   move "REWRITE FAILED - ITEM " to ws-ae-text
                   move il-item-number to ws-ae-text(23:4)
                   perform 190-write-apply-exception
               not invalid key
                   add 1 to ws-items-changed
                   move input-line to ws-after-image
                   perform 300-write-journal-record
                   write apply-report-line from ws-apply-detail
                     after advancing 1 line
           end-rewrite.

      *This marks the change applied with the run date - it stays on
      *file as history and is never applied again.
       180-mark-change-applied.
           move ws-applied-status to pp-status.
           move ws-run-date-stamp to pp-applied-date.

           rewrite price-change-line
               invalid key
                   move "COULD NOT BE MARKED APPLIED" to ws-ae-text
                   perform 190-write-apply-exception
               not invalid key
                   add 1 to ws-changes-applied
           end-rewrite.

      *This lists a change that could not be applied cleanly.
       190-write-apply-exception.
           move pp-scope          to ws-ae-scope.
           move pp-target         to ws-ae-target.
           move pp-effective-date to ws-ae-effective-date.

           write apply-report-line from ws-apply-exception
             after advancing 1 line.

      *writes one audit journal record for the item just rewritten -
      *same record A2-ItemMaint's 300-write-journal-record writes,
      *under the scheduled price change code.
       300-write-journal-record.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

           move ws-audit-date     to au-date.
           move ws-audit-time     to au-time.
           move ws-scheduled-code to au-code.
           move il-item-number    to au-item-number.
           move ws-before-image   to au-before-image.
           move ws-after-image    to au-after-image.

           write audit-record.

      *writes the applied/changed/left/not-due counts at the bottom
      *of the listing
       900-write-summary.
           move ws-changes-applied to ws-sum-applied.
           move ws-items-changed   to ws-sum-items.
           move ws-changes-left    to ws-sum-left.
           move ws-changes-not-due to ws-sum-not-due.

           write apply-report-line from ws-apply-summary
             after advancing 2 lines.
           write apply-report-line from ws-apply-summary-2
             after advancing 1 line.

       910-close-files.
           close price-change-file.
           close sorted-change-file.
           close item-master.
           close audit-journal.
           close apply-report-file.

           perform 915-unlock-master.

      *This releases the A2-MasterLock update lock once the master
      *is closed, so the held-off programs can have it back.
       915-unlock-master.
           move "U" to ml-function.
           move "A2-PRICEAPPLY" to ml-caller.
           call "A2-MasterLock" using lock-request.

       end program A2-PriceApply.
