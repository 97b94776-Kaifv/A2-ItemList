       identification division.
       program-id. A2-ReorderCalc.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the periodic reorder-point review. The
      *il-reorder-point values A2-StockStatus and A2-POGen reorder
      *from were keyed once and never revisited; this program sets
      *them from the demand the sales history actually shows. It
      *reads A2-SalesHist.dat over a chosen number of weeks back
      *from the run date, buckets each item's units by week (a
      *return line from A2-Returns comes off its week, the same way
      *A2-SalesAnalysis nets it), and works out each item's average
      *weekly usage and the standard deviation of that usage. The
      *proposed reorder point covers the usage expected over the
      *replenishment lead time plus safety stock of the safety factor
      *times the variability over the lead time:
      *    average x lead-weeks + factor x deviation x root(lead-weeks)
      *rounded up. The number of weeks, the lead time in days, the
      *safety factor and the percent change worth acting on come from
      *a parameter file; a blank lead time takes each item's vendor
      *lead time off the vendor master instead. The proposal report
      *shows every item's current and proposed reorder point, then
      *the items that changed most and the items with no movement at
      *all in the period (left alone - a reorder point for an item
      *nobody buys is a purchasing decision, not arithmetic). Every
      *accepted change is written as an A2-ItemMaint "C" transaction
      *carrying the item as it stands on the master with only the
      *reorder point changed, so it goes through the normal edits
      *and the audit journal. The transactions carry the on-hand
      *quantity as of this run, so they must be run through
      *A2-ItemMaint straight after this program, before anything
      *else posts to the master. An item stocked by location on
      *A2-LocStock.dat is reordered from its locations' own reorder
      *points, not il-reorder-point, and the sales history does not
      *say which warehouse a sale shipped from - so such an item is
      *shown with what its figures come to but marked BY LOCATION -
      *NOT APPLIED, and no transaction is written for it; its
      *locations' reorder points are set through A2-LocMaint.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the same indexed item master the other programs use -
      *read once in key order to build the item table, then by key
      *for the current record each change transaction is built from.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *This is the indexed vendor master, read by key for an item's
      *lead time when the run does not give one.
           select vendor-master
           assign to "../../../A2-Vendor.dat"
           organization is indexed
           access mode is dynamic
           record key is vn-vendor-code
           file status is ws-vendor-status.

      *This is the sales-history file the invoicing programs and
      *A2-Returns append to.
           select sales-history-file
           assign to "../../../A2-SalesHist.dat"
           organization is line sequential
           file status is ws-saleshist-status.

      *This is the indexed location-stock file A2-LocMaint maintains,
      *read only to tell which items are stocked by location. No
      *file means no item is.
           select location-file
           assign to "../../../A2-LocStock.dat"
           organization is indexed
           access mode is dynamic
           record key is ls-key
           file status is ws-location-status.

      *This is the parameter file - weeks of history on its first
      *line, lead time in days on its second, safety factor (9v99) on
      *its third and the percent change worth acting on on its
      *fourth. Same JCL-DD-style pattern as A2-GenPurge's parameter
      *file; a missing file or line takes the default.
           select parm-file
           assign to "../../../A2-ReorderCalc.parms"
           organization is line sequential
           file status is ws-parm-status.

      *This is the proposal report.
           select proposal-report-file
           assign to "../../../A2-ReorderCalc.out"
           organization is line sequential.

      *These are the accepted changes, in A2-ItemMaint's transaction
      *layout, to be run through A2-ItemMaint as its transaction
      *file.
           select change-file
           assign to "../../../A2-ReorderCalc.txn"
           organization is line sequential
           file status is ws-change-status.

       data division.
       file section.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd vendor-master
           data record is vendor-line.

           copy VENDREC.

       fd sales-history-file
           data record is sales-history-record
           record contains 57 characters.

           copy SALESREC.

       fd location-file
           data record is location-stock-record.

           copy LOCREC.

       fd parm-file
           data record is parm-line.

       01 parm-line                pic x(100).

       fd proposal-report-file
           data record is proposal-report-line
           record contains 115 characters.

       01 proposal-report-line     pic x(115).

      *This is A2-ItemMaint's transaction layout.
       fd change-file
           data record is transaction-line
           record contains 44 characters.

       01 transaction-line.
         05 tr-code                pic x(1).
         05 tr-item-number         pic x(4).
         05 tr-product-class       pic x(1).
         05 tr-description         pic x(13).
         05 tr-quantity            pic 999.
         05 tr-unit-price          pic 9(4)v99.
         05 tr-qty-on-order        pic 999.
         05 tr-reorder-point       pic 999.
         05 tr-vendor-code         pic x(4).
         05 tr-unit-cost           pic 9(4)v99.

       working-storage section.

       01 ws-proposal-heading.
         05 filler                 pic x(44)     value
         "A2-ReorderCalc - REORDER POINT PROPOSALS".
         05 filler                 pic x(8)      value "  RUN: ".
         05 ws-ph-run-date         pic x(8).

       01 ws-parm-heading.
         05 filler                 pic x(7)      value "WEEKS  ".
         05 ws-pp-weeks            pic zz9.
         05 filler                 pic x(14)     value
         "   LEAD DAYS  ".
         05 ws-pp-lead-days        pic x(6).
         05 filler                 pic x(18)     value
         "   SAFETY FACTOR  ".
         05 ws-pp-factor           pic 9.99.
         05 filler                 pic x(16)     value
         "   TOLERANCE %  ".
         05 ws-pp-tolerance        pic zz9.

       01 ws-section-heading       pic x(60)     value spaces.

       01 ws-proposal-title.
         05 filler                 pic x(8)      value "  ITEM  ".
         05 filler                 pic x(15)     value
         "DESCRIPTION    ".
         05 filler                 pic x(7)      value "VENDOR ".
         05 filler                 pic x(5)      value " LEAD".
         05 filler                 pic x(10)     value "  AVG/WEEK".
         05 filler                 pic x(10)     value "   STD DEV".
         05 filler                 pic x(9)      value "  CURRENT".
         05 filler                 pic x(10)     value "  PROPOSED".
         05 filler                 pic x(8)      value "  CHANGE".
         05 filler                 pic x(8)      value "  ACTION".

       01 ws-proposal-detail.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-item-number      pic x(4).
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-description      pic x(13).
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-vendor           pic x(4).
         05 filler                 pic x(4)      value spaces.
         05 ws-pd-lead-days        pic zz9.
         05 filler                 pic x(3)      value spaces.
         05 ws-pd-average          pic z,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-std-dev          pic z,zz9.99.
         05 filler                 pic x(6)      value spaces.
         05 ws-pd-current          pic zz9.
         05 filler                 pic x(7)      value spaces.
         05 ws-pd-proposed         pic zz9.
         05 filler                 pic x(3)      value spaces.
         05 ws-pd-change           pic zzz9-.
         05 filler                 pic x(2)      value spaces.
         05 ws-pd-action           pic x(25).

       01 ws-summary-line.
         05 filler                 pic x(16)     value
         "ITEMS REVIEWED  ".
         05 ws-sum-reviewed        pic zz,zz9.
         05 filler                 pic x(14)     value
         "   CHANGED    ".
         05 ws-sum-changed         pic zz,zz9.
         05 filler                 pic x(16)     value
         "   NO MOVEMENT  ".
         05 ws-sum-no-movement     pic zz,zz9.
         05 filler                 pic x(16)     value
         "   HISTORY USED ".
         05 ws-sum-history-used    pic z,zzz,zz9.
         05 filler                 pic x(16)     value
         "   BY LOCATION  ".
         05 ws-sum-by-location     pic zz,zz9.

      *****************************************************************
      *This section is the item table - one entry per item on the
      *master, with its units bucketed by week back from the run date
      *(week 1 is the seven days ending on the run date) and the
      *figures worked out from them. A master the table cannot hold
      *fails the run loudly rather than proposing for part of it -
      *same overflow stance as A2-SalesAnalysis's item table.
       01 ws-item-table.
         05 ws-item-entry          occurs 500 times
                                    indexed by item-idx.
           10 ws-it-item-number      pic x(4).
           10 ws-it-description      pic x(13).
           10 ws-it-vendor           pic x(4).
           10 ws-it-current-rop      pic 999.
           10 ws-it-valid            pic x(1).
           10 ws-it-total-units      pic s9(7).
           10 ws-it-lead-days        pic 999.
           10 ws-it-average          pic 9(5)v99.
           10 ws-it-std-dev          pic 9(5)v99.
           10 ws-it-proposed-rop     pic 999.
           10 ws-it-change           pic s9(4).
           10 ws-it-accepted         pic x(1).
           10 ws-it-listed           pic x(1).
           10 ws-it-located          pic x(1).
           10 ws-it-week-units       pic s9(5)
                                    occurs 52 times.

       01 ws-item-control.
         05 ws-item-count          pic 9(3)      value 0.
         05 ws-found-item-idx      pic 9(3)      value 0.
         05 ws-week-idx            pic 99        value 0.
         05 ws-biggest-idx         pic 9(3)      value 0.
         05 ws-biggest-change      pic 9(4)      value 0.
         05 ws-listed-count        pic 99        value 0.

      *****************************************************************
      *This section holds the run parameters, with their defaults -
      *13 weeks of history, lead time off the vendor master (14 days
      *for an item whose vendor has none), a safety factor of 1.65
      *and a 10 percent change before a reorder point is touched.
       01 ws-run-parameters.
         05 ws-weeks               pic 99        value 13.
         05 ws-lead-days-parm      pic 999       value 0.
         05 ws-default-lead-days   pic 999       value 14.
         05 ws-safety-factor       pic 9v99      value 1.65.
         05 ws-tolerance-pct       pic 999       value 10.

       01 ws-parm-work.
         05 ws-parm-text           pic x(3)      value spaces.
       01 ws-parm-factor redefines ws-parm-work.
         05 ws-parm-factor-value   pic 9v99.

      *****************************************************************
      *This section is solely for the purpose of calculation.
       01 ws-calcs.
         05 ws-run-date-stamp      pic x(8)      value spaces.
         05 ws-date-numeric        pic 9(8)      value 0.
         05 ws-run-days            pic 9(8)      value 0.
         05 ws-history-days        pic 9(8)      value 0.
         05 ws-age-days            pic 9(8)      value 0.
         05 ws-age-weeks           pic 9(7)      value 0.
         05 ws-lead-days-edit      pic zz9.
         05 ws-week-units          pic s9(5)     value 0.
         05 ws-sum-squares         pic 9(11)v9(4) value 0.
         05 ws-deviation           pic s9(7)v9(4) value 0.
         05 ws-variance            pic 9(9)v9(4) value 0.
         05 ws-lead-weeks          pic 99v9(4)   value 0.
         05 ws-proposed-calc       pic 9(7)v9(4) value 0.
         05 ws-proposed-whole      pic 9(7)      value 0.
         05 ws-abs-change          pic 9(4)      value 0.
         05 ws-tolerance-units     pic 9(5)v99   value 0.

       01 ws-counts.
         05 ws-history-read        pic 9(7)      value 0.
         05 ws-history-used        pic 9(7)      value 0.
         05 ws-changed-count       pic 9(5)      value 0.
         05 ws-no-movement-count   pic 9(5)      value 0.
         05 ws-by-location-count   pic 9(5)      value 0.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-history-eof-flag    pic x         value "n".
         05 ws-vendor-open         pic x         value "N".
         05 ws-location-open       pic x         value "N".

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-vendor-status       pic xx        value "00".
         05 ws-saleshist-status    pic xx        value "00".
         05 ws-parm-status         pic xx        value "00".
         05 ws-change-status       pic xx        value "00".
         05 ws-location-status     pic xx        value "00".

      *****************************************************************
      *This is the in-use interlock request area for A2-MasterLock -
      *this program only reads the master, so it checks the lock and
      *backs off while an updating program holds it.

           copy LOCKREQ.

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.
           move ws-run-date-stamp to ws-date-numeric.
           compute ws-run-days =
             function integer-of-date(ws-date-numeric).

           perform 008-read-parameters.
           perform 010-open-files.
           perform 012-load-master-items.
           perform 050-add-history-records.
           perform 060-propose-reorder-points.
           perform 020-write-headings.
           perform 100-write-proposal-lines.
           perform 200-write-biggest-changes.
           perform 300-write-no-movement-lines.
           perform 400-write-change-transactions.
           perform 900-write-summary.
           perform 910-close-files.

           goback.

      *This reads the parameter file, when one has been supplied for
      *the run. Each line that is present and numeric overrides its
      *default; the weeks of history are held to 1 through 52.
       008-read-parameters.
           open input parm-file.

           if ws-parm-status = "00" then
               move spaces to ws-parm-text
               read parm-file into ws-parm-text
                   at end continue
               end-read
               if ws-parm-text numeric
                   move ws-parm-text to ws-weeks
               end-if

               move spaces to ws-parm-text
               read parm-file into ws-parm-text
                   at end continue
               end-read
               if ws-parm-text numeric
                   move ws-parm-text to ws-lead-days-parm
               end-if

               move spaces to ws-parm-text
               read parm-file into ws-parm-text
                   at end continue
               end-read
               if ws-parm-text numeric
                   move ws-parm-factor-value to ws-safety-factor
               end-if

               move spaces to ws-parm-text
               read parm-file into ws-parm-text
                   at end continue
               end-read
               if ws-parm-text numeric
                   move ws-parm-text to ws-tolerance-pct
               end-if

               close parm-file
           end-if.

           if ws-weeks = 0 or ws-weeks > 52
               move 13 to ws-weeks
           end-if.

      *This checks the interlock and opens the files. The vendor
      *master is only needed when the run gives no lead time, and an
      *item whose vendor cannot be read takes the default lead time.
      *The location file is optional, the way A2-StockStatus opens
      *it.
       010-open-files.
           perform 015-check-master-lock.

           open input item-master.

           if ws-master-status not = "00"
               display
                 "A2-REORDERCALC - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               move 1 to return-code
               goback
           end-if.

           open input location-file.
           if ws-location-status = "00"
               move "Y" to ws-location-open
           end-if.

           if ws-lead-days-parm = 0
               open input vendor-master
               if ws-vendor-status = "00"
                   move "Y" to ws-vendor-open
               end-if
           end-if.

           open input sales-history-file.

      *No history means there is no demand to work from - fail
      *loudly rather than propose a zero reorder point for everything.
           if ws-saleshist-status not = "00"
               display
                 "A2-REORDERCALC - SALES HISTORY OPEN FAILED, "
                 "STATUS " ws-saleshist-status
               move 1 to return-code
               goback
           end-if.

           open output proposal-report-file.
           open output change-file.

      *This asks A2-MasterLock whether an updating program has the
      *master, and backs off naming the holder when one does - same
      *courtesy every read-only program pays the interlock.
       015-check-master-lock.
           move "C" to ml-function.
           move "A2-REORDERCALC" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-REORDERCALC - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

      *This loads one table entry per item on the master with its
      *weekly buckets zeroed. An item whose inventory fields fail the
      *numeric edit is carried but never proposed for - the change
      *transaction would only be rejected by A2-ItemMaint anyway.
       012-load-master-items.
           perform until ws-eof-flag = "y"
               read item-master next record
                   at end
                       move "y" to ws-eof-flag
                   not at end
                       if ws-item-count >= 500
                           display "A2-REORDERCALC - ITEM TABLE "
                             "FULL - MASTER EXCEEDS 500 ITEMS"
                           move 1 to return-code
                           goback
                       end-if
                       add 1 to ws-item-count
                       perform 013-load-one-item
               end-read
           end-perform.

       013-load-one-item.
           set item-idx to ws-item-count.
           move il-item-number   to ws-it-item-number(item-idx).
           move il-description   to ws-it-description(item-idx).
           move il-vendor-code   to ws-it-vendor(item-idx).
           move "Y"              to ws-it-valid(item-idx).
           move 0                to ws-it-total-units(item-idx).
           move "N"              to ws-it-accepted(item-idx).
           move "N"              to ws-it-listed(item-idx).
           move "N"              to ws-it-located(item-idx).

           if ws-location-open = "Y"
               perform 014-check-item-located
           end-if.

           if il-reorder-point numeric and il-quantity numeric and
             il-unit-price numeric and il-qty-on-order numeric and
             il-unit-cost numeric
               move il-reorder-point to ws-it-current-rop(item-idx)
           else
               move 0   to ws-it-current-rop(item-idx)
               move "N" to ws-it-valid(item-idx)
           end-if.

           perform varying ws-week-idx from 1 by 1
             until ws-week-idx > 52
               move 0 to ws-it-week-units(item-idx, ws-week-idx)
           end-perform.

      *This looks for the item's first location - an item with any
      *location record is stocked by location.
       014-check-item-located.
           move il-item-number to ls-item-number.
           move low-values     to ls-warehouse.
           start location-file key not < ls-key
               invalid key
                   continue
               not invalid key
                   read location-file next record
                       at end
                           continue
                       not at end
                           if ls-item-number = il-item-number
                               move "Y" to ws-it-located(item-idx)
                           end-if
                   end-read
           end-start.

      *This reads the history and puts every record from the last
      *ws-weeks weeks into its item's week bucket. A record dated
      *after the run date, before the period or with garbage in it is
      *skipped; a record for an item no longer on the master has
      *nobody to propose for and is skipped too.
       050-add-history-records.
           perform until ws-history-eof-flag = "y"
               read sales-history-file
                   at end
                       move "y" to ws-history-eof-flag
                   not at end
                       add 1 to ws-history-read
                       perform 055-add-one-history-record
               end-read
           end-perform.

       055-add-one-history-record.
           if sh-invoice-date numeric and sh-quantity numeric
               move sh-invoice-date to ws-date-numeric
               compute ws-history-days =
                 function integer-of-date(ws-date-numeric)
               if ws-history-days > 0 and
                 ws-history-days <= ws-run-days
                   subtract ws-history-days from ws-run-days
                     giving ws-age-days
                   divide ws-age-days by 7 giving ws-age-weeks
                   if ws-age-weeks < ws-weeks
                       compute ws-week-idx = ws-age-weeks + 1
                       perform 056-find-item-entry
                       if ws-found-item-idx > 0
                           perform 057-bucket-history-record
                       end-if
                   end-if
               end-if
           end-if.

       056-find-item-entry.
           move 0 to ws-found-item-idx.
           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               if ws-it-item-number(item-idx) = sh-item-number
                   move item-idx to ws-found-item-idx
                   exit perform
               end-if
           end-perform.

      *A return line comes off its week - the goods came back, so
      *they were not demand.
       057-bucket-history-record.
           add 1 to ws-history-used.
           set item-idx to ws-found-item-idx.

           if sh-line-type = "R"
               subtract sh-quantity from
                 ws-it-week-units(item-idx, ws-week-idx)
               subtract sh-quantity from ws-it-total-units(item-idx)
           else
               add sh-quantity to
                 ws-it-week-units(item-idx, ws-week-idx)
               add sh-quantity to ws-it-total-units(item-idx)
           end-if.

      *This works out every item's usage figures and proposed
      *reorder point, and decides whether the change is big enough
      *to act on.
       060-propose-reorder-points.
           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               if ws-it-total-units(item-idx) > 0
                   perform 065-usage-statistics
                   perform 070-proposed-reorder-point
                   perform 075-accept-change
               else
                   move 0 to ws-it-average(item-idx)
                   move 0 to ws-it-std-dev(item-idx)
                   move ws-it-current-rop(item-idx) to
                     ws-it-proposed-rop(item-idx)
                   move 0 to ws-it-change(item-idx)
                   add 1 to ws-no-movement-count
               end-if
           end-perform.

      *This works out the average weekly usage over the period and
      *the standard deviation of the weekly figures about it. A week
      *that netted out negative (more came back than went out) is
      *counted as no usage.
       065-usage-statistics.
           compute ws-it-average(item-idx) rounded =
             ws-it-total-units(item-idx) / ws-weeks.

           move 0 to ws-sum-squares.
           perform varying ws-week-idx from 1 by 1
             until ws-week-idx > ws-weeks
               move ws-it-week-units(item-idx, ws-week-idx) to
                 ws-week-units
               if ws-week-units < 0
                   move 0 to ws-week-units
               end-if
               compute ws-deviation =
                 ws-week-units - ws-it-average(item-idx)
               compute ws-sum-squares =
                 ws-sum-squares + ws-deviation * ws-deviation
           end-perform.

           compute ws-variance = ws-sum-squares / ws-weeks.
           compute ws-it-std-dev(item-idx) rounded =
             ws-variance ** 0.5.

      *This works out the proposed reorder point - usage over the
      *lead time plus safety stock - rounded up to a whole unit and
      *held to what the field carries. The lead time is the run's,
      *or the item's vendor's, or the default.
       070-proposed-reorder-point.
           perform 072-item-lead-time.

           compute ws-lead-weeks rounded =
             ws-it-lead-days(item-idx) / 7.

           compute ws-proposed-calc =
             ws-it-average(item-idx) * ws-lead-weeks +
             ws-safety-factor * ws-it-std-dev(item-idx) *
             (ws-lead-weeks ** 0.5).

           move ws-proposed-calc to ws-proposed-whole.
           if ws-proposed-calc > ws-proposed-whole
               add 1 to ws-proposed-whole
           end-if.

           if ws-proposed-whole > 999
               move 999 to ws-it-proposed-rop(item-idx)
           else
               move ws-proposed-whole to ws-it-proposed-rop(item-idx)
           end-if.

           compute ws-it-change(item-idx) =
             ws-it-proposed-rop(item-idx) -
             ws-it-current-rop(item-idx).

       072-item-lead-time.
           if ws-lead-days-parm > 0
               move ws-lead-days-parm to ws-it-lead-days(item-idx)
           else
               move ws-default-lead-days to ws-it-lead-days(item-idx)
               if ws-vendor-open = "Y"
                   move ws-it-vendor(item-idx) to vn-vendor-code
                   read vendor-master
                       invalid key
                           continue
                       not invalid key
                           if vn-lead-time numeric and
                             vn-lead-time > 0
                               move vn-lead-time to
                                 ws-it-lead-days(item-idx)
                           end-if
                   end-read
               end-if
           end-if.

      *A change is accepted when the item's master record is sound
      *and the proposal differs from the current reorder point by at
      *least the tolerance percent of it (any change at all from a
      *zero reorder point). An item stocked by location is never
      *accepted - il-reorder-point does nothing for it.
       075-accept-change.
           if ws-it-change(item-idx) < 0
               compute ws-abs-change = 0 - ws-it-change(item-idx)
           else
               move ws-it-change(item-idx) to ws-abs-change
           end-if.

           compute ws-tolerance-units =
             ws-it-current-rop(item-idx) * ws-tolerance-pct / 100.

           if ws-it-located(item-idx) = "Y"
               add 1 to ws-by-location-count
           else
               if ws-it-valid(item-idx) = "Y" and
                 ws-abs-change > 0 and
                 ws-abs-change >= ws-tolerance-units
                   move "Y" to ws-it-accepted(item-idx)
                   add 1 to ws-changed-count
               end-if
           end-if.

       020-write-headings.
           move ws-run-date-stamp to ws-ph-run-date.
           write proposal-report-line from ws-proposal-heading.

           move ws-weeks to ws-pp-weeks.
           if ws-lead-days-parm > 0
               move ws-lead-days-parm to ws-lead-days-edit
               move ws-lead-days-edit to ws-pp-lead-days
           else
               move "VENDOR" to ws-pp-lead-days
           end-if.
           move ws-safety-factor to ws-pp-factor.
           move ws-tolerance-pct to ws-pp-tolerance.
           write proposal-report-line from ws-parm-heading
             after advancing 1 line.

      *This writes every item with movement in the period, in item
      *order, with what is proposed for it.
       100-write-proposal-lines.
           move "ALL ITEMS WITH MOVEMENT" to ws-section-heading.
           perform 190-write-section-heading.

           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               if ws-it-total-units(item-idx) > 0
                   perform 195-write-proposal-detail
               end-if
           end-perform.

      *This lists the ten accepted changes with the biggest swing in
      *units, biggest first, picking the largest not yet listed on
      *each pass.
       200-write-biggest-changes.
           move "BIGGEST CHANGES" to ws-section-heading.
           perform 190-write-section-heading.

           move 0 to ws-listed-count.
           perform until ws-listed-count >= 10
               move 0 to ws-biggest-idx
               move 0 to ws-biggest-change
               perform varying item-idx from 1 by 1
                 until item-idx > ws-item-count
                   if ws-it-accepted(item-idx) = "Y" and
                     ws-it-listed(item-idx) = "N"
                       if ws-it-change(item-idx) < 0
                           compute ws-abs-change =
                             0 - ws-it-change(item-idx)
                       else
                           move ws-it-change(item-idx) to
                             ws-abs-change
                       end-if
                       if ws-abs-change > ws-biggest-change
                           move ws-abs-change to ws-biggest-change
                           set ws-biggest-idx to item-idx
                       end-if
                   end-if
               end-perform

               if ws-biggest-idx = 0
                   exit perform
               end-if

               set item-idx to ws-biggest-idx
               move "Y" to ws-it-listed(item-idx)
               add 1 to ws-listed-count
               perform 195-write-proposal-detail
           end-perform.

      *This lists the items with no movement at all in the period -
      *their reorder points are left as they are.
       300-write-no-movement-lines.
           move "NO MOVEMENT IN PERIOD - NOT CHANGED" to
             ws-section-heading.
           perform 190-write-section-heading.

           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               if ws-it-total-units(item-idx) not > 0
                   perform 195-write-proposal-detail
               end-if
           end-perform.

       190-write-section-heading.
           write proposal-report-line from ws-section-heading
             after advancing 3 lines.
           write proposal-report-line from ws-proposal-title
             after advancing 2 lines.

      *This writes one item's proposal line for the entry item-idx
      *points at.
       195-write-proposal-detail.
           move spaces to ws-proposal-detail.
           move ws-it-item-number(item-idx)  to ws-pd-item-number.
           move ws-it-description(item-idx)  to ws-pd-description.
           move ws-it-vendor(item-idx)       to ws-pd-vendor.
           move ws-it-current-rop(item-idx)  to ws-pd-current.

           if ws-it-total-units(item-idx) > 0
               move ws-it-lead-days(item-idx)    to ws-pd-lead-days
               move ws-it-average(item-idx)      to ws-pd-average
               move ws-it-std-dev(item-idx)      to ws-pd-std-dev
               move ws-it-proposed-rop(item-idx) to ws-pd-proposed
               move ws-it-change(item-idx)       to ws-pd-change
           end-if.

           evaluate true
               when ws-it-accepted(item-idx) = "Y"
                   move "CHANGE"     to ws-pd-action
               when ws-it-located(item-idx) = "Y"
                   move "BY LOCATION - NOT APPLIED" to ws-pd-action
               when ws-it-valid(item-idx) = "N"
                   move "BAD RECORD" to ws-pd-action
               when ws-it-total-units(item-idx) > 0
                   move "KEEP"       to ws-pd-action
               when other
                   move "REVIEW"     to ws-pd-action
           end-evaluate.

           write proposal-report-line from ws-proposal-detail
             after advancing 1 line.

      *This writes an A2-ItemMaint "C" transaction for every accepted
      *change - the item re-read as it stands on the master now, with
      *only the reorder point replaced.
       400-write-change-transactions.
           perform varying item-idx from 1 by 1
             until item-idx > ws-item-count
               if ws-it-accepted(item-idx) = "Y"
                   move ws-it-item-number(item-idx) to il-item-number
                   read item-master
                       invalid key
                           display "A2-REORDERCALC - ITEM "
                             il-item-number " VANISHED FROM MASTER"
                             " - NO CHANGE WRITTEN"
                       not invalid key
                           perform 410-write-change-transaction
                   end-read
               end-if
           end-perform.

       410-write-change-transaction.
           move "C"                          to tr-code.
           move il-item-number               to tr-item-number.
           move il-product-class             to tr-product-class.
           move il-description               to tr-description.
           move il-quantity                  to tr-quantity.
           move il-unit-price                to tr-unit-price.
           move il-qty-on-order              to tr-qty-on-order.
           move ws-it-proposed-rop(item-idx) to tr-reorder-point.
           move il-vendor-code               to tr-vendor-code.
           move il-unit-cost                 to tr-unit-cost.

           write transaction-line.

       900-write-summary.
           move ws-item-count        to ws-sum-reviewed.
           move ws-changed-count     to ws-sum-changed.
           move ws-no-movement-count to ws-sum-no-movement.
           move ws-history-used      to ws-sum-history-used.
           move ws-by-location-count to ws-sum-by-location.

           write proposal-report-line from ws-summary-line
             after advancing 3 lines.

       910-close-files.
           close item-master.
           if ws-vendor-open = "Y"
               close vendor-master
           end-if.
           if ws-location-open = "Y"
               close location-file
           end-if.
           close sales-history-file.
           close proposal-report-file.
           close change-file.

       end program A2-ReorderCalc.
