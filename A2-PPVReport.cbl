       identification division.
       program-id. A2-PPVReport.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the purchase price variance report. It
      *reads the variance file A2-POReceive appends to - one record
      *for every receipt posted, of which it reports the ones the
      *vendor invoiced at a different unit cost from the one on the
      *PO line (a receipt at the PO cost, or against a line with no
      *PO cost, has no variance) - sorted into vendor/item order,
      *keeps the receipts inside a requested date range (from/to
      *dates in a parameter file, same JCL-DD-style pattern as
      *A2-SalesAnalysis; no parameter file means all dates), and
      *lists every one with the unit variance and its dollar effect
      *(invoiced cost less PO cost, times the quantity received).
      *The effect is subtotalled by item and totalled by vendor, so
      *purchasing can see which vendors are creeping their prices
      *and on which items. A positive effect is money paid over the
      *PO; a negative one is a saving.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the variance file A2-POReceive appends to.
           select ppv-file
           assign to "../../../A2-POVariance.dat"
           organization is line sequential
           file status is ws-ppv-status.

      *005-sort-variances-by-vendor sorts ppv-file into this work
      *file in vendor/item/date order so the report can break and
      *total at every item and vendor change.
           select sorted-ppv-file
           assign to "../../../A2-PPVReport.sorted"
           organization is line sequential.

      *This is the scratch file the sort itself works through.
           select sort-work-file
           assign to "../../../A2-PPVSort.tmp".

      *This is the parameter file a run can supply to report a date
      *range - from-date yyyymmdd on its first line, to-date on its
      *second.
           select parm-file
           assign to "../../../A2-PPVReport.parms"
           organization is line sequential
           file status is ws-parm-status.

      *This is the purchase price variance report.
           select ppv-report-file
           assign to "../../../A2-PPVReport.out"
           organization is line sequential.

       data division.
       file section.

       fd ppv-file
           data record is ppv-file-record
           record contains 37 characters.

       01 ppv-file-record          pic x(37).

       sd sort-work-file
           data record is sort-work-record.

       01 sort-work-record.
         05 sw-receipt-date        pic x(8).
         05 sw-vendor-code         pic x(4).
         05 sw-item-number         pic x(4).
         05 filler                 pic x(21).

       fd sorted-ppv-file
           data record is ppv-record
           record contains 37 characters.

           copy PPVREC.

       fd parm-file
           data record is parm-line.

       01 parm-line                pic x(100).

       fd ppv-report-file
           data record is ppv-report-line
           record contains 100 characters.

       01 ppv-report-line          pic x(100).

       working-storage section.

       01 ws-ppv-heading.
         05 filler                 pic x(44)     value
         "A2-PPVReport - PURCHASE PRICE VARIANCE".
         05 filler                 pic x(6)      value "FROM: ".
         05 ws-ph-from-date        pic x(8).
         05 filler                 pic x(6)      value "  TO: ".
         05 ws-ph-to-date          pic x(8).

      *****************************************************************
      *This is the per-vendor heading written at every vendor break.

       01 ws-vendor-heading.
         05 filler                 pic x(7)      value "VENDOR ".
         05 ws-vh-vendor           pic x(4).

       01 ws-ppv-title.
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(8)      value "PO      ".
         05 filler                 pic x(11)     value "RECEIVED   ".
         05 filler                 pic x(5)      value "QTY  ".
         05 filler                 pic x(11)     value " PO COST   ".
         05 filler                 pic x(10)     value "INV. COST ".
         05 filler                 pic x(11)     value "UNIT VAR.  ".
         05 filler                 pic x(14)     value
         " DOLLAR EFFECT".

       01 ws-ppv-detail.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-item-number      pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-po-number        pic 9(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-receipt-date     pic x(8).
         05 filler                 pic x(3)      value spaces.
         05 ws-pd-quantity         pic zz9.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-po-cost          pic z,zz9.99.
         05 filler                 pic x(3)      value spaces.
         05 ws-pd-invoice-cost     pic z,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-unit-variance    pic z,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-effect           pic zz,zzz,zz9.99-.

       01 ws-item-total-line.
         05 filler                 pic x(2)      value spaces.
         05 filler                 pic x(5)      value "ITEM ".
         05 ws-it-item-number      pic x(4).
         05 filler                 pic x(11)     value
         " RECEIPTS  ".
         05 ws-it-receipts         pic zz,zz9.
         05 filler                 pic x(8)      value "  UNITS ".
         05 ws-it-units            pic zz,zz9.
         05 filler                 pic x(22)     value spaces.
         05 ws-it-effect           pic zz,zzz,zz9.99-.

       01 ws-vendor-total-line.
         05 filler                 pic x(7)      value "VENDOR ".
         05 ws-vt-vendor           pic x(4).
         05 filler                 pic x(11)     value
         " RECEIPTS  ".
         05 ws-vt-receipts         pic zz,zz9.
         05 filler                 pic x(8)      value "  UNITS ".
         05 ws-vt-units            pic zz,zz9.
         05 filler                 pic x(9)      value "  OVER  ".
         05 ws-vt-over-count       pic zz,zz9.
         05 filler                 pic x(7)      value spaces.
         05 ws-vt-effect           pic zz,zzz,zz9.99-.

       01 ws-grand-total-line.
         05 filler                 pic x(11)     value "TOTAL      ".
         05 filler                 pic x(11)     value
         " RECEIPTS  ".
         05 ws-gt-receipts         pic zz,zz9.
         05 filler                 pic x(8)      value "  UNITS ".
         05 ws-gt-units            pic zz,zz9.
         05 filler                 pic x(9)      value "  OVER  ".
         05 ws-gt-over-count       pic zz,zz9.
         05 filler                 pic x(7)      value spaces.
         05 ws-gt-effect           pic zz,zzz,zz9.99-.

      *****************************************************************
      *This section holds the item and vendor currently being
      *totalled, for the breaks at every item and vendor change -
      *same break pattern as A2-POGen's vendor POs.

       01 ws-ppv-break.
         05 ws-prev-vendor         pic x(4)      value spaces.
         05 ws-prev-item           pic x(4)      value spaces.
         05 ws-first-time          pic x         value "Y".
         05 ws-ib-receipts         pic 9(5)      value 0.
         05 ws-ib-units            pic 9(5)      value 0.
         05 ws-ib-effect           pic s9(9)v99  value 0.
         05 ws-vb-receipts         pic 9(5)      value 0.
         05 ws-vb-units            pic 9(5)      value 0.
         05 ws-vb-over-count       pic 9(5)      value 0.
         05 ws-vb-effect           pic s9(9)v99  value 0.

       01 ws-grand-totals.
         05 ws-gt-receipts-calc    pic 9(5)      value 0.
         05 ws-gt-units-calc       pic 9(5)      value 0.
         05 ws-gt-over-calc        pic 9(5)      value 0.
         05 ws-gt-effect-calc      pic s9(9)v99  value 0.

      *****************************************************************
      *This section is solely for the purpose of calculation.

       01 ws-calcs.
         05 ws-unit-variance       pic s9(4)v99  value 0.
         05 ws-line-effect         pic s9(9)v99  value 0.

      *****************************************************************
      *This section holds the date range from the parameter file -
      *spaces mean no bound on that side.
       01 ws-run-parameters.
         05 ws-from-date           pic x(8)      value spaces.
         05 ws-to-date             pic x(8)      value spaces.

       01 ws-variance-counts.
         05 ws-variance-read       pic 9(7)      value 0.
         05 ws-variance-used       pic 9(7)      value 0.
         05 ws-variance-bad        pic 9(7)      value 0.
         05 ws-variance-none       pic 9(7)      value 0.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-ppv-status          pic xx        value "00".
         05 ws-parm-status         pic xx        value "00".

       procedure division.

       000-main.
           perform 008-read-parameters.
           perform 005-sort-variances-by-vendor.
           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-variance.

           perform 100-process-variance
             until ws-eof-flag = "y".

      *force out the totals for whichever item and vendor were still
      *in progress when the variance file ran out
           if ws-first-time = "N"
               perform 194-write-item-total
               perform 196-write-vendor-total
           end-if.

           perform 900-write-grand-total.
           perform 910-close-files.

           display "A2-PPVREPORT - " ws-variance-read
             " VARIANCE RECORDS READ, " ws-variance-used
             " IN RANGE, " ws-variance-none " AT PO COST, "
             ws-variance-bad " BAD".

           goback.

      *This sorts the variance file into vendor/item/date order so
      *the report can break at every item and vendor change.
       005-sort-variances-by-vendor.
           sort sort-work-file
             on ascending key sw-vendor-code
             on ascending key sw-item-number
             on ascending key sw-receipt-date
             using ppv-file
             giving sorted-ppv-file.

      *SORT ... USING opens ppv-file itself. No variance file at all
      *means A2-POReceive has never run against a costed PO - fail
      *loudly, there is nothing to report.
           if ws-ppv-status not = "00"
               display
                 "A2-PPVREPORT - VARIANCE FILE OPEN FAILED, STATUS "
                 ws-ppv-status
               move 1 to return-code
               goback
           end-if.

      *This reads the parameter file, when one has been supplied for
      *the run, and takes the from-date and to-date from its first
      *two lines. A run with no parameter file reports every
      *variance on file.
       008-read-parameters.
           open input parm-file.

           if ws-parm-status = "00" then
               read parm-file into ws-from-date
                   at end continue
               end-read
               read parm-file into ws-to-date
                   at end continue
               end-read
               close parm-file
           end-if.

       010-open-files.
           open input sorted-ppv-file.
           open output ppv-report-file.

       020-write-headings.
           if ws-from-date = spaces
               move "ALL     " to ws-ph-from-date
           else
               move ws-from-date to ws-ph-from-date
           end-if.
           if ws-to-date = spaces
               move "ALL     " to ws-ph-to-date
           else
               move ws-to-date to ws-ph-to-date
           end-if.

           write ppv-report-line from ws-ppv-heading.

       030-read-variance.
           read sorted-ppv-file
               at end
                   move "y" to ws-eof-flag.

      *This reports one variance record - date filter first, then
      *the numeric edit, then a receipt with no variance is passed
      *over, then the breaks, the detail line and the totals.
       100-process-variance.
           add 1 to ws-variance-read.

           if (ws-from-date not = spaces and
             pv-receipt-date < ws-from-date) or
             (ws-to-date not = spaces and
             pv-receipt-date > ws-to-date)
               continue
           else
               evaluate true
                   when pv-quantity not numeric or
                     pv-po-cost not numeric or
                     pv-invoice-cost not numeric
                       add 1 to ws-variance-bad
                   when pv-po-cost = 0 or
                     pv-invoice-cost = pv-po-cost
                       add 1 to ws-variance-none
                   when other
                       add 1 to ws-variance-used
                       perform 195-check-breaks
                       perform 150-variance-calculation
                       perform 197-accumulate-totals
                       perform 200-write-variance-detail
               end-evaluate
           end-if.

           perform 030-read-variance.

      *This works out the unit variance and its dollar effect on the
      *quantity received.
       150-variance-calculation.
           subtract pv-po-cost from pv-invoice-cost
             giving ws-unit-variance.
           multiply ws-unit-variance by pv-quantity
             giving ws-line-effect.

      *This writes the subtotal for the item that just ended and
      *clears it for the item that follows.
       194-write-item-total.
           move ws-prev-item   to ws-it-item-number.
           move ws-ib-receipts to ws-it-receipts.
           move ws-ib-units    to ws-it-units.
           move ws-ib-effect   to ws-it-effect.
           write ppv-report-line from ws-item-total-line
             after advancing 1 line.

           move 0 to ws-ib-receipts.
           move 0 to ws-ib-units.
           move 0 to ws-ib-effect.

      *This starts a new vendor block the first time a vendor is
      *seen in the sorted file, and closes off the item subtotal at
      *every item change - same break pattern as A2-POGen.
       195-check-breaks.
           if ws-first-time = "Y" then
               move pv-vendor-code to ws-prev-vendor
               move pv-item-number to ws-prev-item
               move "N" to ws-first-time
               perform 198-write-vendor-heading
           else
               if pv-vendor-code not = ws-prev-vendor then
                   perform 194-write-item-total
                   perform 196-write-vendor-total
                   move pv-vendor-code to ws-prev-vendor
                   move pv-item-number to ws-prev-item
                   perform 198-write-vendor-heading
               else
                   if pv-item-number not = ws-prev-item then
                       perform 194-write-item-total
                       move pv-item-number to ws-prev-item
                   end-if
               end-if
           end-if.

      *This writes the totals for the vendor that just ended, rolls
      *them into the grand totals and clears them for the vendor that
      *follows.
       196-write-vendor-total.
           move ws-prev-vendor   to ws-vt-vendor.
           move ws-vb-receipts   to ws-vt-receipts.
           move ws-vb-units      to ws-vt-units.
           move ws-vb-over-count to ws-vt-over-count.
           move ws-vb-effect     to ws-vt-effect.
           write ppv-report-line from ws-vendor-total-line
             after advancing 2 lines.

           add ws-vb-receipts   to ws-gt-receipts-calc.
           add ws-vb-units      to ws-gt-units-calc.
           add ws-vb-over-count to ws-gt-over-calc.
           add ws-vb-effect     to ws-gt-effect-calc.

           move 0 to ws-vb-receipts.
           move 0 to ws-vb-units.
           move 0 to ws-vb-over-count.
           move 0 to ws-vb-effect.

      *This adds the variance just calculated into the item and
      *vendor totals - a receipt billed over the PO cost is also
      *counted, since a vendor whose over-count keeps rising is the
      *one creeping its prices.
       197-accumulate-totals.
           add 1              to ws-ib-receipts.
           add pv-quantity    to ws-ib-units.
           add ws-line-effect to ws-ib-effect.

           add 1              to ws-vb-receipts.
           add pv-quantity    to ws-vb-units.
           add ws-line-effect to ws-vb-effect.

           if ws-unit-variance > 0
               add 1 to ws-vb-over-count
           end-if.

      *This writes the vendor heading and column titles for the next
      *vendor's block.
       198-write-vendor-heading.
           move ws-prev-vendor to ws-vh-vendor.
           write ppv-report-line from ws-vendor-heading
             after advancing 3 lines.
           write ppv-report-line from ws-ppv-title
             after advancing 2 lines.

      *This writes one receipt's variance under its vendor.
       200-write-variance-detail.
           move spaces to ws-ppv-detail.
           move pv-item-number     to ws-pd-item-number.
           move pv-po-number       to ws-pd-po-number.
           move pv-receipt-date    to ws-pd-receipt-date.
           move pv-quantity        to ws-pd-quantity.
           move pv-po-cost         to ws-pd-po-cost.
           move pv-invoice-cost    to ws-pd-invoice-cost.
           move ws-unit-variance   to ws-pd-unit-variance.
           move ws-line-effect     to ws-pd-effect.

           write ppv-report-line from ws-ppv-detail
             after advancing 1 line.

      *This writes the grand totals at the bottom of the report.
       900-write-grand-total.
           move ws-gt-receipts-calc to ws-gt-receipts.
           move ws-gt-units-calc    to ws-gt-units.
           move ws-gt-over-calc     to ws-gt-over-count.
           move ws-gt-effect-calc   to ws-gt-effect.

           write ppv-report-line from ws-grand-total-line
             after advancing 3 lines.

       910-close-files.
           close sorted-ppv-file.
           close ppv-report-file.

       end program A2-PPVReport.
