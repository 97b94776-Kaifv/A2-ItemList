       identification division.
       program-id. A2-ContractReport.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the contract pricing give-away and expiry
      *report. A2-OrderEntry honors the A2-Contracts.dat deals, but
      *until now nothing said what they cost us. The first section
      *takes every invoiced line on A2-SalesHist.dat over a date
      *range that was billed under a contract - the customer's
      *item-level deal in effect on the invoice date, else its
      *class-level one, the same lookup A2-OrderEntry bills with -
      *and reprices it at standard terms: the item's il-unit-price,
      *and the A2-Rates.dat discount and transportation rules the
      *standard invoice applies. It shows, by customer and by
      *contract, what the customer paid against what standard terms
      *would have billed, the give-away between the two, and the
      *margin the paid net left over the line's cost at
      *il-unit-cost. Return lines credited under a contract count
      *against it. Standard terms are repriced at today's
      *il-unit-price - the master keeps no price history - so a
      *price change since the invoice moves the give-away with it.
      *The second section is for sales to renew contracts with their
      *eyes open: the contracts expiring within a number of days, the
      *contracts with no sales against them in the period, and the
      *contracts that overlap another for the same customer and the
      *same item or class. A parameter file supplies the from-date
      *and to-date on its first two lines (blank for no bound) and
      *the expiry window in days on its third (30 when not given).
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the same hand-maintained contract-price file
      *A2-OrderEntry consults.
           select contract-file
           assign to "../../../A2-Contracts.dat"
           organization is line sequential
           file status is ws-contract-status.

      *005-sort-contracts-by-customer sorts contract-file into this
      *work file in customer/item/class order so the report can
      *break and total at every customer change.
           select sorted-contract-file
           assign to "../../../A2-ContractReport.sorted"
           organization is line sequential.

      *This is the scratch file the sort itself works through.
           select sort-work-file
           assign to "../../../A2-ContractSort.tmp".

      *This is the sales-history file the invoicing programs and
      *A2-Returns append to.
           select sales-history-file
           assign to "../../../A2-SalesHist.dat"
           organization is line sequential
           file status is ws-saleshist-status.

      *This is the same indexed item master the other programs use,
      *read by key for each line's standard price and cost.
           select item-master
           assign to "../../../A2.dat"
           organization is indexed
           access mode is dynamic
           record key is il-item-number
           file status is ws-master-status.

      *The discount and transportation rates by product class come
      *from the same table file A2-OrderEntry prices from.
           select rate-file
           assign to "../../../A2-Rates.dat"
           organization is line sequential
           file status is ws-rate-status.

      *This is the parameter file a run can supply - from-date and
      *to-date yyyymmdd on its first two lines, the expiry window in
      *days on its third.
           select parm-file
           assign to "../../../A2-ContractReport.parms"
           organization is line sequential
           file status is ws-parm-status.

      *This is the give-away and expiry report.
           select contract-report-file
           assign to "../../../A2-ContractReport.out"
           organization is line sequential.

       data division.
       file section.

       fd contract-file
           data record is contract-file-record
           record contains 37 characters.

       01 contract-file-record     pic x(37).

       sd sort-work-file
           data record is sort-work-record.

       01 sort-work-record.
         05 sw-customer            pic x(6).
         05 sw-item-number         pic x(4).
         05 sw-product-class       pic x(1).
         05 filler                 pic x(10).
         05 sw-effective-from      pic x(8).
         05 filler                 pic x(8).

       fd sorted-contract-file
           data record is contract-record
           record contains 37 characters.

           copy CONTREC.

       fd sales-history-file
           data record is sales-history-record
           record contains 57 characters.

           copy SALESREC.

       fd item-master
           data record is input-line.

           copy ITEMREC.

       fd rate-file
           data record is rate-record
           record contains 21 characters.

       01 rate-record.
         05 rr-class                pic x(1).
         05 rr-threshold             pic 9(5)v9.
         05 rr-discount-pct         pic 9v999.
         05 rr-trans-pct            pic 9v999.
         05 rr-trans-pct-disp       pic 99v9.
         05 rr-qty-limit            pic 999.

       fd parm-file
           data record is parm-line.

       01 parm-line                pic x(100).

       fd contract-report-file
           data record is contract-report-line
           record contains 132 characters.

       01 contract-report-line     pic x(132).

       working-storage section.

       01 ws-report-heading.
         05 filler                 pic x(44)     value
         "A2-ContractReport - CONTRACT GIVE-AWAY FROM ".
         05 ws-rh-from-date        pic x(8).
         05 filler                 pic x(4)      value " TO ".
         05 ws-rh-to-date          pic x(8).
         05 filler                 pic x(8)      value "  RUN: ".
         05 ws-rh-run-date         pic x(8).

       01 ws-giveaway-title.
         05 filler                 pic x(8)      value "CUST    ".
         05 filler                 pic x(12)     value
         "CONTRACT    ".
         05 filler                 pic x(9)      value "FROM     ".
         05 filler                 pic x(10)     value "TO        ".
         05 filler                 pic x(8)      value " LINES  ".
         05 filler                 pic x(10)     value
         "     UNITS".
         05 filler                 pic x(15)     value
         "           PAID".
         05 filler                 pic x(15)     value
         "       STANDARD".
         05 filler                 pic x(15)     value
         "      GIVE-AWAY".
         05 filler                 pic x(15)     value
         "           COST".
         05 filler                 pic x(15)     value
         "         MARGIN".

       01 ws-giveaway-detail.
         05 ws-gd-customer         pic x(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-target           pic x(10).
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-from             pic x(8).
         05 filler                 pic x(1)      value spaces.
         05 ws-gd-to               pic x(8).
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-lines            pic zz,zz9.
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-units            pic zzz,zz9-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-paid             pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-standard         pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-giveaway         pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-cost             pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gd-margin           pic z,zzz,zz9.99-.

       01 ws-giveaway-total.
         05 ws-gt-label            pic x(37).
         05 ws-gt-lines            pic zz,zz9.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-units            pic zzz,zz9-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-paid             pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-standard         pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-giveaway         pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-cost             pic z,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-margin           pic z,zzz,zz9.99-.

       01 ws-section-heading.
         05 ws-sh-text             pic x(50).
         05 ws-sh-days             pic zz9.
         05 ws-sh-text-2           pic x(10).

       01 ws-review-title.
         05 filler                 pic x(8)      value "CUST    ".
         05 filler                 pic x(12)     value
         "CONTRACT    ".
         05 filler                 pic x(9)      value "FROM     ".
         05 filler                 pic x(10)     value "TO        ".
         05 filler                 pic x(40)     value "NOTE".

       01 ws-review-detail.
         05 ws-rd-customer         pic x(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-rd-target           pic x(10).
         05 filler                 pic x(2)      value spaces.
         05 ws-rd-from             pic x(8).
         05 filler                 pic x(1)      value spaces.
         05 ws-rd-to               pic x(8).
         05 filler                 pic x(2)      value spaces.
         05 ws-rd-note             pic x(50).

       01 ws-review-none.
         05 filler                 pic x(10)     value spaces.
         05 filler                 pic x(20)     value "NONE".

       01 ws-run-counts-line.
         05 filler                 pic x(26)     value
         "SALES LINES IN RANGE      ".
         05 ws-rc-in-range         pic z,zzz,zz9.
         05 filler                 pic x(20)     value
         "   UNDER CONTRACT   ".
         05 ws-rc-contract         pic z,zzz,zz9.
         05 filler                 pic x(20)     value
         "   NOT REPRICED     ".
         05 ws-rc-not-repriced     pic z,zzz,zz9.

      *****************************************************************
      *This section is the contract table, loaded from the sorted
      *contract file so it runs in customer order, each entry with
      *the invoiced lines found under it added up. The amounts are
      *signed - a return credited under a contract counts against
      *it. A contract file the table cannot hold fails the run - same
      *limit and stance as A2-OrderEntry's contract table.
       01 ws-contract-table.
         05 ws-contract-entry      occurs 100 times
                                    indexed by contract-idx
                                               other-idx.
           10 ws-cn-customer         pic x(6).
           10 ws-cn-item             pic x(4).
           10 ws-cn-class            pic x(1).
           10 ws-cn-price            pic 9(4)v99.
           10 ws-cn-discount         pic 9v999.
           10 ws-cn-from             pic x(8).
           10 ws-cn-to               pic x(8).
           10 ws-cn-lines            pic 9(5).
           10 ws-cn-units            pic s9(7).
           10 ws-cn-paid             pic s9(9)v99.
           10 ws-cn-standard         pic s9(9)v99.
           10 ws-cn-cost             pic s9(9)v99.
           10 ws-cn-net-paid         pic s9(9)v99.

       01 ws-contract-control.
         05 ws-contract-count      pic 9(3)      value 0.
         05 ws-contract-eof-flag   pic x         value "n".
         05 ws-found-contract-idx  pic 9(3)      value 0.

      *****************************************************************
      *This section holds the discount thresholds/percentages and the
      *transportation percentages/quantity limits, keyed by product
      *class - the same table A2-OrderEntry's rate load builds.
       01 ws-rate-table.
         05 ws-rate-entry          occurs 7 times
                                    indexed by rate-idx.
           10 ws-rate-class          pic x(1).
           10 ws-rate-threshold      pic 9(5)v9.
           10 ws-rate-discount-pct   pic 9v999.
           10 ws-rate-trans-pct      pic 9v999.
           10 ws-rate-trans-pct-disp pic 99v9.
           10 ws-rate-qty-limit      pic 999.

       01 ws-rate-control.
         05 ws-rate-count          pic 99        value 0.
         05 ws-rate-eof-flag       pic x         value "n".
         05 ws-found-rate-idx      pic 99        value 0.

      *****************************************************************
      *This section is solely for the purpose of calculation - the
      *standard-terms repricing of one line, same buckets as
      *A2-OrderEntry's.
       01 ws-calcs.
         05 ws-extended-calc       pic 9(8)v99   value 0.
         05 ws-discount-calc       pic 9(8)v99   value 0.
         05 ws-trans-charge-calc   pic 9(8)v99   value 0.
         05 ws-standard-calc       pic 9(8)v99   value 0.
         05 ws-paid-calc           pic 9(8)v99   value 0.
         05 ws-cost-calc           pic 9(8)v99   value 0.

      *****************************************************************
      *This section is the customer break and the run totals.
       01 ws-customer-break.
         05 ws-prev-customer       pic x(6)      value spaces.
         05 ws-first-time          pic x         value "Y".
         05 ws-cb-lines            pic 9(5)      value 0.
         05 ws-cb-units            pic s9(7)     value 0.
         05 ws-cb-paid             pic s9(9)v99  value 0.
         05 ws-cb-standard         pic s9(9)v99  value 0.
         05 ws-cb-cost             pic s9(9)v99  value 0.
         05 ws-cb-net-paid         pic s9(9)v99  value 0.

       01 ws-grand-totals.
         05 ws-rt-lines            pic 9(5)      value 0.
         05 ws-rt-units            pic s9(7)     value 0.
         05 ws-rt-paid             pic s9(9)v99  value 0.
         05 ws-rt-standard         pic s9(9)v99  value 0.
         05 ws-rt-cost             pic s9(9)v99  value 0.
         05 ws-rt-net-paid         pic s9(9)v99  value 0.

       01 ws-line-counts.
         05 ws-lines-in-range      pic 9(7)      value 0.
         05 ws-lines-contract      pic 9(7)      value 0.
         05 ws-lines-not-repriced  pic 9(7)      value 0.
         05 ws-review-count        pic 9(5)      value 0.

      *****************************************************************
      *This section holds the run parameters - spaces in a date mean
      *no bound on that side; the expiry window defaults to 30 days.
       01 ws-run-parameters.
         05 ws-from-date           pic x(8)      value spaces.
         05 ws-to-date             pic x(8)      value spaces.
         05 ws-expiry-days         pic 999       value 30.
         05 ws-parm-text           pic x(3)      value spaces.

      *****************************************************************
      *This section is the date arithmetic for the expiry window -
      *the run date and the last date inside the window, and the
      *days a contract has left.
       01 ws-date-work.
         05 ws-run-date-stamp      pic x(8)      value spaces.
         05 ws-date-numeric        pic 9(8)      value 0.
         05 ws-run-days            pic 9(7)      value 0.
         05 ws-contract-days       pic 9(7)      value 0.
         05 ws-window-end-numeric  pic 9(8)      value 0.
         05 ws-window-end-date     pic x(8)      value spaces.
         05 ws-days-left           pic 9(5)      value 0.
         05 ws-days-left-edit      pic zz,zz9.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-overlap-found       pic x         value "N".

       01 ws-status-fields.
         05 ws-contract-status     pic xx        value "00".
         05 ws-saleshist-status    pic xx        value "00".
         05 ws-master-status       pic xx        value "00".
         05 ws-rate-status         pic xx        value "00".
         05 ws-parm-status         pic xx        value "00".

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
           perform 005-sort-contracts-by-customer.
           perform 010-open-files.
           perform 012-load-rate-table.
           perform 013-load-contract-table.

           perform 030-read-history.
           perform 100-process-history-line
             until ws-eof-flag = "y".

           perform 020-write-headings.
           perform 200-write-giveaway-section.
           perform 300-write-expiring-contracts.
           perform 320-write-unused-contracts.
           perform 340-write-overlapping-contracts.
           perform 910-close-files.

           goback.

      *This sorts the contract file into customer/item/class order
      *so the report runs customer by customer.
       005-sort-contracts-by-customer.
           sort sort-work-file
             on ascending key sw-customer
             on ascending key sw-item-number
             on ascending key sw-product-class
             on ascending key sw-effective-from
             using contract-file
             giving sorted-contract-file.

      *SORT ... USING opens contract-file itself. No contract file
      *means there are no deals to report on - fail loudly.
           if ws-contract-status not = "00"
               display
                 "A2-CONTRACTREPORT - CONTRACT FILE OPEN FAILED, "
                 "STATUS " ws-contract-status
               move 1 to return-code
               goback
           end-if.

      *This reads the parameter file, when one has been supplied for
      *the run - the from-date and to-date from its first two lines
      *and the expiry window from its third - and works out the last
      *date inside the expiry window.
       008-read-parameters.
           open input parm-file.

           if ws-parm-status = "00" then
               read parm-file into ws-from-date
                   at end continue
               end-read
               read parm-file into ws-to-date
                   at end continue
               end-read
               read parm-file into ws-parm-text
                   at end continue
               end-read
               if ws-parm-text numeric
                   move ws-parm-text to ws-expiry-days
               end-if
               close parm-file
           end-if.

           compute ws-window-end-numeric = function date-of-integer
             (ws-run-days + ws-expiry-days).
           move ws-window-end-numeric to ws-window-end-date.

      *This checks the interlock and opens the files - without the
      *history or the master there is nothing to reprice.
       010-open-files.
           move "C" to ml-function.
           move "A2-CONTRACTREPORT" to ml-caller.
           call "A2-MasterLock" using lock-request.

           if ml-result not = "Y"
               display "A2-CONTRACTREPORT - ITEM MASTER IN USE BY "
                 ml-holder " - RUN HELD, TRY AGAIN LATER"
               move 1 to return-code
               goback
           end-if.

           open input item-master.

           if ws-master-status not = "00"
               display
                 "A2-CONTRACTREPORT - ITEM MASTER OPEN FAILED, STATUS "
                 ws-master-status
               move 1 to return-code
               goback
           end-if.

           open input sales-history-file.

           if ws-saleshist-status not = "00"
               display
                 "A2-CONTRACTREPORT - SALES HISTORY OPEN FAILED, "
                 "STATUS " ws-saleshist-status
               move 1 to return-code
               goback
           end-if.

           open output contract-report-file.

      *This loads the discount/transportation rate table from
      *rate-file - same load, limit and stray-row handling as
      *A2-OrderEntry's.
       012-load-rate-table.
           open input rate-file.

           if ws-rate-status not = "00"
               display
                 "A2-CONTRACTREPORT - RATE FILE OPEN FAILED, STATUS "
                 ws-rate-status
               move 1 to return-code
               goback
           end-if.

           perform until ws-rate-eof-flag = "y"
               read rate-file
                   at end
                       move "y" to ws-rate-eof-flag
                   not at end
                       if ws-rate-count < 7 then
                           add 1 to ws-rate-count
                           move rr-class          to
                               ws-rate-class(ws-rate-count)
                           move rr-threshold       to
                               ws-rate-threshold(ws-rate-count)
                           move rr-discount-pct    to
                               ws-rate-discount-pct(ws-rate-count)
                           move rr-trans-pct       to
                               ws-rate-trans-pct(ws-rate-count)
                           move rr-trans-pct-disp  to
                               ws-rate-trans-pct-disp(ws-rate-count)
                           move rr-qty-limit       to
                               ws-rate-qty-limit(ws-rate-count)
                       else
                           display
                             "A2-CONTRACTREPORT - RATE TABLE FULL - "
                             "IGNORING EXTRA ROW IN A2-RATES.DAT "
                             "FOR CLASS " rr-class
                       end-if
               end-read
           end-perform.

           close rate-file.

      *This loads the sorted contract file into ws-contract-table
      *with every entry's accumulators zeroed.
       013-load-contract-table.
           open input sorted-contract-file.

           perform until ws-contract-eof-flag = "y"
               read sorted-contract-file
                   at end
                       move "y" to ws-contract-eof-flag
                   not at end
                       if ws-contract-count >= 100
                           display "A2-CONTRACTREPORT - CONTRACT "
                             "TABLE FULL - A2-CONTRACTS.DAT "
                             "EXCEEDS 100 ROWS"
                           move 1 to return-code
                           goback
                       end-if
                       add 1 to ws-contract-count
                       set contract-idx to ws-contract-count
                       move cn-customer       to
                           ws-cn-customer(contract-idx)
                       move cn-item-number    to
                           ws-cn-item(contract-idx)
                       move cn-product-class  to
                           ws-cn-class(contract-idx)
                       move cn-contract-price to
                           ws-cn-price(contract-idx)
                       move cn-discount-pct   to
                           ws-cn-discount(contract-idx)
                       move cn-effective-from to
                           ws-cn-from(contract-idx)
                       move cn-effective-to   to
                           ws-cn-to(contract-idx)
                       move 0 to ws-cn-lines(contract-idx)
                       move 0 to ws-cn-units(contract-idx)
                       move 0 to ws-cn-paid(contract-idx)
                       move 0 to ws-cn-standard(contract-idx)
                       move 0 to ws-cn-cost(contract-idx)
                       move 0 to ws-cn-net-paid(contract-idx)
               end-read
           end-perform.

           close sorted-contract-file.

       020-write-headings.
           move ws-from-date      to ws-rh-from-date.
           move ws-to-date        to ws-rh-to-date.
           move ws-run-date-stamp to ws-rh-run-date.

           write contract-report-line from ws-report-heading.
           write contract-report-line from ws-giveaway-title
             after advancing 2 lines.

       030-read-history.
           read sales-history-file
               at end
                   move "y" to ws-eof-flag.

      *This takes one history line in the date range and, when it
      *was billed under a contract, reprices it at standard terms
      *and adds it to that contract.
       100-process-history-line.
           if (ws-from-date = spaces or
             sh-invoice-date >= ws-from-date) and
             (ws-to-date = spaces or sh-invoice-date <= ws-to-date)
               add 1 to ws-lines-in-range
               if sh-quantity numeric and sh-net-amount numeric and
                 sh-trans-charge numeric
                   perform 110-find-line-contract
                   if ws-found-contract-idx > 0
                       add 1 to ws-lines-contract
                       perform 120-reprice-line
                   end-if
               else
                   add 1 to ws-lines-not-repriced
               end-if
           end-if.

           perform 030-read-history.

      *This finds the contract the line was billed under - the
      *customer's item-level deal in effect on the invoice date,
      *else its class-level one - same order as A2-OrderEntry's
      *146-lookup-contract, dated on the invoice instead of the run.
       110-find-line-contract.
           move 0 to ws-found-contract-idx.

           perform varying contract-idx from 1 by 1
             until contract-idx > ws-contract-count
               if ws-cn-customer(contract-idx) = sh-customer and
                 ws-cn-item(contract-idx) = sh-item-number
                   perform 115-check-line-dates
                   if ws-found-contract-idx > 0
                       exit perform
                   end-if
               end-if
           end-perform.

           if ws-found-contract-idx = 0
               perform varying contract-idx from 1 by 1
                 until contract-idx > ws-contract-count
                   if ws-cn-customer(contract-idx) = sh-customer and
                     ws-cn-item(contract-idx) = spaces and
                     ws-cn-class(contract-idx) = sh-product-class
                       perform 115-check-line-dates
                       if ws-found-contract-idx > 0
                           exit perform
                       end-if
                   end-if
               end-perform
           end-if.

      *This takes the contract entry contract-idx points at, if the
      *invoice date falls inside its effective range - spaces in
      *either date leave that end open.
       115-check-line-dates.
           if (ws-cn-from(contract-idx) = spaces or
             sh-invoice-date >= ws-cn-from(contract-idx)) and
             (ws-cn-to(contract-idx) = spaces or
             sh-invoice-date <= ws-cn-to(contract-idx))
               set ws-found-contract-idx to contract-idx
           end-if.

      *This reprices the line at standard terms - the master's unit
      *price, the class's threshold discount and transportation -
      *exactly as A2-OrderEntry's 140/150/160 price a line with no
      *contract, and values it at the master's unit cost. An item
      *no longer on the master cannot be repriced and is counted.
       120-reprice-line.
           move sh-item-number to il-item-number.

           read item-master
               invalid key
                   add 1 to ws-lines-not-repriced
               not invalid key
                   if il-unit-price numeric and il-unit-cost numeric
                       perform 130-standard-price-calculation
                       perform 140-add-line-to-contract
                   else
                       add 1 to ws-lines-not-repriced
                   end-if
           end-read.

       130-standard-price-calculation.
           move 0 to ws-discount-calc.
           move 0 to ws-trans-charge-calc.

           multiply il-unit-price by sh-quantity
             giving ws-extended-calc rounded.

           move 0 to ws-found-rate-idx.
           perform varying rate-idx from 1 by 1
             until rate-idx > ws-rate-count
               if ws-rate-class(rate-idx) = sh-product-class
                   move rate-idx to ws-found-rate-idx
                   exit perform
               end-if
           end-perform.

           if ws-found-rate-idx > 0
               if ws-extended-calc >
                 ws-rate-threshold(ws-found-rate-idx)
                   multiply ws-extended-calc by
                     ws-rate-discount-pct(ws-found-rate-idx)
                     giving ws-discount-calc
               end-if
               if ws-rate-trans-pct(ws-found-rate-idx) > 0 and
                 sh-quantity <= ws-rate-qty-limit(ws-found-rate-idx)
                   multiply ws-extended-calc by
                     ws-rate-trans-pct(ws-found-rate-idx)
                     giving ws-trans-charge-calc
               end-if
           end-if.

           compute ws-standard-calc = ws-extended-calc -
             ws-discount-calc + ws-trans-charge-calc.
           add sh-net-amount to sh-trans-charge giving ws-paid-calc.
           multiply il-unit-cost by sh-quantity
             giving ws-cost-calc.

      *This adds the line to its contract - a return line takes it
      *back off.
       140-add-line-to-contract.
           set contract-idx to ws-found-contract-idx.
           add 1 to ws-cn-lines(contract-idx).

           if sh-line-type = "R"
               subtract sh-quantity      from ws-cn-units(contract-idx)
               subtract ws-paid-calc     from ws-cn-paid(contract-idx)
               subtract ws-standard-calc from
                 ws-cn-standard(contract-idx)
               subtract ws-cost-calc     from ws-cn-cost(contract-idx)
               subtract sh-net-amount    from
                 ws-cn-net-paid(contract-idx)
           else
               add sh-quantity      to ws-cn-units(contract-idx)
               add ws-paid-calc     to ws-cn-paid(contract-idx)
               add ws-standard-calc to ws-cn-standard(contract-idx)
               add ws-cost-calc     to ws-cn-cost(contract-idx)
               add sh-net-amount    to ws-cn-net-paid(contract-idx)
           end-if.

      *This writes the give-away section - every contract with lines
      *in the period, customer by customer with a total for each,
      *then the grand total and the line counts.
       200-write-giveaway-section.
           perform varying contract-idx from 1 by 1
             until contract-idx > ws-contract-count
               if ws-cn-lines(contract-idx) > 0
                   perform 210-check-customer-break
                   perform 220-write-contract-line
               end-if
           end-perform.

           if ws-first-time = "N"
               perform 230-write-customer-total
           end-if.

           move "GRAND TOTAL"     to ws-gt-label.
           move ws-rt-lines       to ws-gt-lines.
           move ws-rt-units       to ws-gt-units.
           move ws-rt-paid        to ws-gt-paid.
           move ws-rt-standard    to ws-gt-standard.
           compute ws-gt-giveaway = ws-rt-standard - ws-rt-paid.
           move ws-rt-cost        to ws-gt-cost.
           compute ws-gt-margin = ws-rt-net-paid - ws-rt-cost.
           write contract-report-line from ws-giveaway-total
             after advancing 2 lines.

           move ws-lines-in-range     to ws-rc-in-range.
           move ws-lines-contract     to ws-rc-contract.
           move ws-lines-not-repriced to ws-rc-not-repriced.
           write contract-report-line from ws-run-counts-line
             after advancing 2 lines.

      *This totals off the previous customer when the customer
      *changes - same break pattern as A2-OrderEntry's
      *195-check-customer-break.
       210-check-customer-break.
           if ws-first-time = "Y"
               move ws-cn-customer(contract-idx) to ws-prev-customer
               move "N" to ws-first-time
           else
               if ws-cn-customer(contract-idx) not = ws-prev-customer
                   perform 230-write-customer-total
                   move ws-cn-customer(contract-idx) to
                     ws-prev-customer
               end-if
           end-if.

       220-write-contract-line.
           move spaces to ws-giveaway-detail.
           move ws-cn-customer(contract-idx) to ws-gd-customer.
           perform 290-format-contract-target.
           move ws-rd-target to ws-gd-target.
           move ws-cn-from(contract-idx)     to ws-gd-from.
           move ws-cn-to(contract-idx)       to ws-gd-to.
           move ws-cn-lines(contract-idx)    to ws-gd-lines.
           move ws-cn-units(contract-idx)    to ws-gd-units.
           move ws-cn-paid(contract-idx)     to ws-gd-paid.
           move ws-cn-standard(contract-idx) to ws-gd-standard.
           compute ws-gd-giveaway = ws-cn-standard(contract-idx) -
             ws-cn-paid(contract-idx).
           move ws-cn-cost(contract-idx)     to ws-gd-cost.
           compute ws-gd-margin = ws-cn-net-paid(contract-idx) -
             ws-cn-cost(contract-idx).

           write contract-report-line from ws-giveaway-detail
             after advancing 1 line.

           add ws-cn-lines(contract-idx)    to ws-cb-lines.
           add ws-cn-units(contract-idx)    to ws-cb-units.
           add ws-cn-paid(contract-idx)     to ws-cb-paid.
           add ws-cn-standard(contract-idx) to ws-cb-standard.
           add ws-cn-cost(contract-idx)     to ws-cb-cost.
           add ws-cn-net-paid(contract-idx) to ws-cb-net-paid.

      *This writes the customer total, rolls it into the run totals
      *and resets the customer buckets.
       230-write-customer-total.
           move spaces to ws-gt-label.
           string "  CUSTOMER " ws-prev-customer " TOTAL"
             delimited by size into ws-gt-label.
           move ws-cb-lines       to ws-gt-lines.
           move ws-cb-units       to ws-gt-units.
           move ws-cb-paid        to ws-gt-paid.
           move ws-cb-standard    to ws-gt-standard.
           compute ws-gt-giveaway = ws-cb-standard - ws-cb-paid.
           move ws-cb-cost        to ws-gt-cost.
           compute ws-gt-margin = ws-cb-net-paid - ws-cb-cost.

           write contract-report-line from ws-giveaway-total
             after advancing 1 line.
           write contract-report-line from spaces
             after advancing 1 line.

           add ws-cb-lines        to ws-rt-lines.
           add ws-cb-units        to ws-rt-units.
           add ws-cb-paid         to ws-rt-paid.
           add ws-cb-standard     to ws-rt-standard.
           add ws-cb-cost         to ws-rt-cost.
           add ws-cb-net-paid     to ws-rt-net-paid.

           move 0 to ws-cb-lines.
           move 0 to ws-cb-units.
           move 0 to ws-cb-paid.
           move 0 to ws-cb-standard.
           move 0 to ws-cb-cost.
           move 0 to ws-cb-net-paid.

      *This lists the contracts still running that end inside the
      *expiry window, with the days each has left.
       300-write-expiring-contracts.
           move "CONTRACTS EXPIRING WITHIN" to ws-sh-text.
           move ws-expiry-days to ws-sh-days.
           move " DAYS" to ws-sh-text-2.
           perform 390-write-review-heading.

           perform varying contract-idx from 1 by 1
             until contract-idx > ws-contract-count
               if ws-cn-to(contract-idx) not = spaces and
                 ws-cn-to(contract-idx) >= ws-run-date-stamp and
                 ws-cn-to(contract-idx) <= ws-window-end-date
                   move ws-cn-to(contract-idx) to ws-date-numeric
                   compute ws-contract-days =
                     function integer-of-date(ws-date-numeric)
                   compute ws-days-left =
                     ws-contract-days - ws-run-days
                   move ws-days-left to ws-days-left-edit
                   move spaces to ws-rd-note
                   string "EXPIRES IN " ws-days-left-edit " DAYS"
                     delimited by size into ws-rd-note
                   perform 395-write-review-line
               end-if
           end-perform.

           perform 399-close-review-list.

      *This lists the contracts in effect at some point in the
      *period that had no sales against them.
       320-write-unused-contracts.
           move "CONTRACTS WITH NO SALES IN THE PERIOD" to
             ws-sh-text.
           move 0 to ws-sh-days.
           move spaces to ws-sh-text-2.
           perform 390-write-review-heading.

           perform varying contract-idx from 1 by 1
             until contract-idx > ws-contract-count
               if ws-cn-lines(contract-idx) = 0 and
                 (ws-cn-from(contract-idx) = spaces or
                 ws-to-date = spaces or
                 ws-cn-from(contract-idx) <= ws-to-date) and
                 (ws-cn-to(contract-idx) = spaces or
                 ws-from-date = spaces or
                 ws-cn-to(contract-idx) >= ws-from-date)
                   move "NO INVOICED LINES UNDER THIS CONTRACT" to
                     ws-rd-note
                   perform 395-write-review-line
               end-if
           end-perform.

           perform 399-close-review-list.

      *This lists every pair of contracts for the same customer and
      *the same item (or the same class, for class-level deals)
      *whose effective ranges overlap - only the first found is ever
      *billed, so the other is dead paper or a mistake.
       340-write-overlapping-contracts.
           move "OVERLAPPING CONTRACTS" to ws-sh-text.
           move 0 to ws-sh-days.
           move spaces to ws-sh-text-2.
           perform 390-write-review-heading.

           perform varying contract-idx from 1 by 1
             until contract-idx > ws-contract-count
               perform varying other-idx from contract-idx by 1
                 until other-idx > ws-contract-count
                   if other-idx not = contract-idx
                       perform 350-check-overlap
                   end-if
               end-perform
           end-perform.

           perform 399-close-review-list.

       350-check-overlap.
           move "N" to ws-overlap-found.

           if ws-cn-customer(other-idx) = ws-cn-customer(contract-idx)
             and ws-cn-item(other-idx) = ws-cn-item(contract-idx)
             and (ws-cn-item(contract-idx) not = spaces or
             ws-cn-class(other-idx) = ws-cn-class(contract-idx))
               if (ws-cn-from(contract-idx) = spaces or
                 ws-cn-to(other-idx) = spaces or
                 ws-cn-from(contract-idx) <= ws-cn-to(other-idx)) and
                 (ws-cn-from(other-idx) = spaces or
                 ws-cn-to(contract-idx) = spaces or
                 ws-cn-from(other-idx) <= ws-cn-to(contract-idx))
                   move "Y" to ws-overlap-found
               end-if
           end-if.

           if ws-overlap-found = "Y"
               move spaces to ws-rd-note
               string "OVERLAPS CONTRACT FROM "
                 ws-cn-from(other-idx) " TO " ws-cn-to(other-idx)
                 delimited by size into ws-rd-note
               perform 395-write-review-line
           end-if.

      *This formats what a contract covers - one item, or a whole
      *product class - for the report lines.
       290-format-contract-target.
           move spaces to ws-rd-target.
           if ws-cn-item(contract-idx) = spaces
               string "CLASS " ws-cn-class(contract-idx)
                 delimited by size into ws-rd-target
           else
               string "ITEM " ws-cn-item(contract-idx)
                 delimited by size into ws-rd-target
           end-if.

       390-write-review-heading.
           move 0 to ws-review-count.
           write contract-report-line from ws-section-heading
             after advancing 3 lines.
           write contract-report-line from ws-review-title
             after advancing 2 lines.

       395-write-review-line.
           add 1 to ws-review-count.
           move ws-cn-customer(contract-idx) to ws-rd-customer.
           perform 290-format-contract-target.
           move ws-cn-from(contract-idx) to ws-rd-from.
           move ws-cn-to(contract-idx)   to ws-rd-to.

           write contract-report-line from ws-review-detail
             after advancing 1 line.

       399-close-review-list.
           if ws-review-count = 0
               write contract-report-line from ws-review-none
                 after advancing 1 line
           end-if.

       910-close-files.
           close item-master.
           close sales-history-file.
           close contract-report-file.

       end program A2-ContractReport.
