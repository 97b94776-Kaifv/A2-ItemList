       identification division.
       program-id. A2-ARAging.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the month-end receivables run. It reads
      *the open-item file A2-OrderEntry and A2-BORelease write their
      *invoices to (and A2-CashApply pays down), ages what each
      *customer still owes on every open invoice into current (up to
      *30 days), 31-60, 61-90 and over-90-day buckets counted from
      *the invoice date to the as-of date, and prints a statement for
      *each customer - name and bill-to address off the customer
      *master, one line per open invoice, and the customer's aged
      *totals - followed by an aging summary across every customer.
      *The as-of date comes from a parameter file (yyyymmdd on its
      *first line, JCL-DD-style like A2-SalesAnalysis's), so a run
      *on the first of the month can still age as of month-end; no
      *parameter file ages as of the run date. A balance-forward item
      *(invoice number 000000, carrying a balance keyed or brought
      *over from before open items were kept) prints as BALFWD and
      *ages from the day it was set up. The file is only read here -
      *nothing is posted.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the open-item receivables file, read in key order -
      *customer, then invoice number - so one customer's items come
      *together, oldest invoice first.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is sequential
           record key is ar-key
           file status is ws-aropen-status.

      *This is the indexed customer master - read by key only, for
      *the name and address on each statement.
           select customer-master
           assign to "../../../A2-Cust.dat"
           organization is indexed
           access mode is dynamic
           record key is cu-customer
           file status is ws-customer-status.

      *This is the parameter file a run can supply to age as of a
      *date other than today - yyyymmdd on its first line.
           select parm-file
           assign to "../../../A2-ARAging.parms"
           organization is line sequential
           file status is ws-parm-status.

      *This is the statement run - one statement per customer with
      *anything open, then the aging summary.
           select statement-file
           assign to "../../../A2-ARAging.out"
           organization is line sequential.

       data division.
       file section.

       fd ar-open-file
           data record is ar-open-item.

           copy ARREC.

       fd customer-master
           data record is customer-line.

           copy CUSTREC.

       fd parm-file
           data record is parm-line.

       01 parm-line                pic x(100).

       fd statement-file
           data record is statement-line
           record contains 120 characters.

       01 statement-line           pic x(120).

       working-storage section.

      *****************************************************************
      *This section holds the statement headings written at every
      *customer break.

       01 ws-statement-heading.
         05 filler                 pic x(32)     value
         "A2-ARAging - CUSTOMER STATEMENT ".
         05 filler                 pic x(7)      value "AS OF: ".
         05 ws-sh-as-of-date       pic x(8).

       01 ws-statement-customer.
         05 filler                 pic x(10)     value "CUSTOMER  ".
         05 ws-sc-customer         pic x(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-sc-name             pic x(20).

       01 ws-statement-address.
         05 filler                 pic x(10)     value "BILL TO   ".
         05 ws-sc-address          pic x(30).

       01 ws-statement-title.
         05 filler                 pic x(9)      value "INVOICE  ".
         05 filler                 pic x(9)      value "INV DATE ".
         05 filler                 pic x(13)     value
         "  AMOUNT DUE ".
         05 filler                 pic x(13)     value
         " AMOUNT PAID ".
         05 filler                 pic x(13)     value
         "     BALANCE ".
         05 filler                 pic x(6)      value " DAYS ".
         05 filler                 pic x(13)     value
         "     CURRENT ".
         05 filler                 pic x(13)     value
         "       31-60 ".
         05 filler                 pic x(13)     value
         "       61-90 ".
         05 filler                 pic x(13)     value
         "     OVER 90 ".

      *****************************************************************
      *This is the statement line for one open invoice - its balance
      *prints under the one bucket its age falls in.

       01 ws-statement-detail.
         05 ws-sd-invoice-number   pic 9(6).
      *"BALFWD" in place of the number on a balance-forward item
         05 ws-sd-invoice-text     redefines ws-sd-invoice-number
                                   pic x(6).
         05 filler                 pic x(3)      value spaces.
         05 ws-sd-invoice-date     pic x(8).
         05 filler                 pic x(1)      value spaces.
         05 ws-sd-amount-due       pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-sd-amount-paid      pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-sd-balance          pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-sd-days             pic zzzz9.
      *"*" when the invoice date on the item is not a usable date -
      *the item is aged as current so it still shows as owed
         05 ws-sd-date-flag        pic x(1).
         05 ws-sd-bucket           occurs 4 times.
           10 ws-sd-bucket-amount  pic z,zzz,zz9.99.
           10 filler               pic x(1).

      *****************************************************************
      *This is the customer's aged total line, and the amount now due
      *under it.

       01 ws-statement-total-line.
         05 filler                 pic x(18)     value
         "STATEMENT TOTAL   ".
         05 ws-st-amount-due       pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-st-amount-paid      pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-st-balance          pic z,zzz,zz9.99.
         05 filler                 pic x(7)      value spaces.
         05 ws-st-bucket           occurs 4 times.
           10 ws-st-bucket-amount  pic z,zzz,zz9.99.
           10 filler               pic x(1)      value spaces.

       01 ws-amount-now-due-line.
         05 filler                 pic x(19)     value
         "AMOUNT NOW DUE     ".
         05 ws-and-amount          pic $$,$$$,$$9.99.

      *****************************************************************
      *This is the aging summary across every customer, written after
      *the last statement.

       01 ws-summary-heading.
         05 filler                 pic x(32)     value
         "A2-ARAging - AGING SUMMARY      ".
         05 filler                 pic x(7)      value "AS OF: ".
         05 ws-sum-as-of-date      pic x(8).

       01 ws-summary-line.
         05 ws-sl-label            pic x(19).
         05 ws-sl-amount           pic $$$,$$$,$$9.99.
         05 filler                 pic x(3)      value spaces.
         05 ws-sl-percent          pic zz9.9.
         05 filler                 pic x(1)      value "%".

       01 ws-summary-counts.
         05 filler                 pic x(19)     value
         "CUSTOMERS / ITEMS  ".
         05 ws-sum-customers       pic zz,zz9.
         05 filler                 pic x(3)      value " / ".
         05 ws-sum-items           pic zz,zz9.

      *****************************************************************
      *This section holds the bucket names for the summary and the
      *aging totals - per customer, rolled into the run totals at
      *every customer break.

       01 ws-bucket-labels.
         05 filler                 pic x(19)     value
         "CURRENT            ".
         05 filler                 pic x(19)     value
         "31-60 DAYS         ".
         05 filler                 pic x(19)     value
         "61-90 DAYS         ".
         05 filler                 pic x(19)     value
         "OVER 90 DAYS       ".

       01 ws-bucket-label-table redefines ws-bucket-labels.
         05 ws-bucket-label        pic x(19)     occurs 4 times.

       01 ws-customer-break.
         05 ws-prev-customer       pic x(6)      value spaces.
         05 ws-customer-first-time pic x         value "Y".
         05 ws-cb-amount-due       pic 9(9)v99   value 0.
         05 ws-cb-amount-paid      pic 9(9)v99   value 0.
         05 ws-cb-balance          pic 9(9)v99   value 0.
         05 ws-cb-bucket           pic 9(9)v99   occurs 4 times.

       01 ws-run-totals.
         05 ws-rt-balance          pic 9(9)v99   value 0.
         05 ws-rt-bucket           pic 9(9)v99   occurs 4 times.
         05 ws-customer-count      pic 9(5)      value 0.
         05 ws-item-count          pic 9(5)      value 0.

      *****************************************************************
      *This section is solely for the purpose of calculation - the
      *item's balance, its age in days and the bucket it falls in.

       01 ws-calcs.
         05 ws-item-balance        pic 9(7)v99   value 0.
         05 ws-as-of-days          pic 9(8)      value 0.
         05 ws-invoice-days        pic 9(8)      value 0.
         05 ws-age-days            pic 9(5)      value 0.
         05 ws-bucket-idx          pic 9         value 0.
         05 ws-percent-calc        pic 999v9     value 0.

       01 ws-date-work.
         05 ws-date-numeric        pic 9(8)      value 0.

       01 ws-run-parameters.
         05 ws-as-of-date          pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-aropen-status       pic xx        value "00".
         05 ws-customer-status     pic xx        value "00".
         05 ws-parm-status         pic xx        value "00".

       procedure division.

       000-main.
           perform 008-read-parameters.
           perform 010-open-files.
           perform 030-read-open-item.

           perform 100-process-open-item
             until ws-eof-flag = "y".

      *force out the totals for whichever customer's statement was
      *still in progress when the open-item file ran out
           if ws-customer-first-time = "N"
               perform 196-write-statement-total
           end-if.

           perform 900-write-aging-summary.
           perform 910-close-files.

           goback.

      *This reads the as-of date off the parameter file, when one has
      *been supplied for the run. No parameter file, or a first line
      *that is not a date, ages as of the run date.
       008-read-parameters.
           open input parm-file.

           if ws-parm-status = "00" then
               read parm-file into ws-as-of-date
                   at end continue
               end-read
               close parm-file
           end-if.

           if ws-as-of-date not numeric
               accept ws-as-of-date from date yyyymmdd
           end-if.

           move ws-as-of-date to ws-date-numeric.
           compute ws-as-of-days =
             function integer-of-date(ws-date-numeric).

      *open the open-item file for a key-order pass and the customer
      *master for keyed reads. With no open-item file there is
      *nothing to age - the invoicing programs have never run - so
      *that fails loudly; so does a missing customer master.
       010-open-files.
           open input ar-open-file.

           if ws-aropen-status not = "00"
               display
                 "A2-ARAGING - OPEN ITEM FILE OPEN FAILED, STATUS "
                 ws-aropen-status
               move 1 to return-code
               goback
           end-if.

           open input customer-master.

           if ws-customer-status not = "00"
               display
                 "A2-ARAGING - CUSTOMER MASTER OPEN FAILED, STATUS "
                 ws-customer-status
               move 1 to return-code
               goback
           end-if.

           open output statement-file.

           move 0 to ws-cb-bucket(1) ws-cb-bucket(2)
                     ws-cb-bucket(3) ws-cb-bucket(4).
           move 0 to ws-rt-bucket(1) ws-rt-bucket(2)
                     ws-rt-bucket(3) ws-rt-bucket(4).

       030-read-open-item.
           read ar-open-file
               at end
                   move "y" to ws-eof-flag.

      *This ages one open item onto its customer's statement. An item
      *with garbage amounts is reported to the operator and left off
      *- it cannot be totalled - and an item that is somehow fully
      *paid but still on file owes nothing and is skipped.
       100-process-open-item.
           if ar-amount-due not numeric or ar-amount-paid not numeric
               display "A2-ARAGING - OPEN ITEM " ar-customer " "
                 ar-invoice-number-raw " HAS BAD AMOUNTS - NOT AGED"
           else
               if ar-amount-due > ar-amount-paid
                   subtract ar-amount-paid from ar-amount-due
                     giving ws-item-balance
                   perform 150-age-the-item
                   perform 195-check-customer-break
                   perform 197-accumulate-statement-totals
                   perform 200-write-statement-detail
               end-if
           end-if.

           perform 030-read-open-item.

      *This works out how many days old the invoice is as of the
      *as-of date and picks its bucket - 1 current (0-30 days), 2
      *31-60, 3 61-90, 4 over 90. An invoice dated after the as-of
      *date is current.
       150-age-the-item.
           move 0   to ws-age-days.
           move " " to ws-sd-date-flag.

           if ar-invoice-date numeric
               move ar-invoice-date to ws-date-numeric
               compute ws-invoice-days =
                 function integer-of-date(ws-date-numeric)
           else
               move 0 to ws-invoice-days
           end-if.

           if ws-invoice-days = 0 or ws-as-of-days = 0
               move "*" to ws-sd-date-flag
           else
               if ws-as-of-days > ws-invoice-days
                   subtract ws-invoice-days from ws-as-of-days
                     giving ws-age-days
               end-if
           end-if.

           evaluate true
               when ws-age-days <= 30
                   move 1 to ws-bucket-idx
               when ws-age-days <= 60
                   move 2 to ws-bucket-idx
               when ws-age-days <= 90
                   move 3 to ws-bucket-idx
               when other
                   move 4 to ws-bucket-idx
           end-evaluate.

      *This starts a new statement the first time a customer is seen
      *in the open-item file, totalling off the previous customer's
      *statement first - same break pattern as A2-OrderEntry's
      *invoice listing.
       195-check-customer-break.
           if ws-customer-first-time = "Y" then
               move ar-customer to ws-prev-customer
               move "N" to ws-customer-first-time
               perform 198-write-statement-heading
           else
               if ar-customer not = ws-prev-customer then
                   perform 196-write-statement-total
                   move ar-customer to ws-prev-customer
                   perform 198-write-statement-heading
               end-if
           end-if.

      *This writes the aged totals and the amount now due for the
      *statement just finished, rolls them into the run totals and
      *clears the buckets for the customer that follows.
       196-write-statement-total.
           move ws-cb-amount-due   to ws-st-amount-due.
           move ws-cb-amount-paid  to ws-st-amount-paid.
           move ws-cb-balance      to ws-st-balance.
           perform varying ws-bucket-idx from 1 by 1
             until ws-bucket-idx > 4
               move ws-cb-bucket(ws-bucket-idx) to
                 ws-st-bucket-amount(ws-bucket-idx)
               add ws-cb-bucket(ws-bucket-idx) to
                 ws-rt-bucket(ws-bucket-idx)
               move 0 to ws-cb-bucket(ws-bucket-idx)
           end-perform.

           write statement-line from ws-statement-total-line
             after advancing 2 lines.

           move ws-cb-balance to ws-and-amount.
           write statement-line from ws-amount-now-due-line
             after advancing 2 lines.

           add ws-cb-balance to ws-rt-balance.
           add 1             to ws-customer-count.

           move 0 to ws-cb-amount-due.
           move 0 to ws-cb-amount-paid.
           move 0 to ws-cb-balance.

      *This adds the aged item into its customer's statement totals.
       197-accumulate-statement-totals.
           add ar-amount-due    to ws-cb-amount-due.
           add ar-amount-paid   to ws-cb-amount-paid.
           add ws-item-balance  to ws-cb-balance.
           add ws-item-balance  to ws-cb-bucket(ws-bucket-idx).
           add 1                to ws-item-count.

      *This starts a customer's statement on a new page - the
      *statement heading, the customer's name and bill-to address off
      *the customer master, and the column titles. An open item for a
      *customer no longer on the master still gets its statement,
      *with the name marked so the credit desk chases it.
       198-write-statement-heading.
           move ws-prev-customer to cu-customer.
           read customer-master
               invalid key
                   move "(NOT ON MASTER)" to cu-name
                   move spaces            to cu-address
           end-read.

           move ws-as-of-date    to ws-sh-as-of-date.
           move ws-prev-customer to ws-sc-customer.
           move cu-name          to ws-sc-name.
           move cu-address       to ws-sc-address.

           write statement-line from ws-statement-heading
             after advancing page.
           write statement-line from ws-statement-customer
             after advancing 2 lines.
           write statement-line from ws-statement-address
             after advancing 1 line.
           write statement-line from ws-statement-title
             after advancing 2 lines.

      *This writes one open invoice on the statement, its balance
      *under the bucket its age falls in.
       200-write-statement-detail.
           if ar-invoice-number = 0
               move "BALFWD"       to ws-sd-invoice-text
           else
               move ar-invoice-number to ws-sd-invoice-number
           end-if.
           move ar-invoice-date    to ws-sd-invoice-date.
           move ar-amount-due      to ws-sd-amount-due.
           move ar-amount-paid     to ws-sd-amount-paid.
           move ws-item-balance    to ws-sd-balance.
           move ws-age-days        to ws-sd-days.
           move spaces to ws-sd-bucket(1) ws-sd-bucket(2)
                          ws-sd-bucket(3) ws-sd-bucket(4).
           move ws-item-balance    to
             ws-sd-bucket-amount(ws-bucket-idx).

           write statement-line from ws-statement-detail
             after advancing 1 line.

      *This writes the aging summary on a page of its own - every
      *bucket's total across all customers and its share of the
      *whole receivable.
       900-write-aging-summary.
           move ws-as-of-date to ws-sum-as-of-date.
           write statement-line from ws-summary-heading
             after advancing page.

           perform varying ws-bucket-idx from 1 by 1
             until ws-bucket-idx > 4
               move ws-bucket-label(ws-bucket-idx) to ws-sl-label
               move ws-rt-bucket(ws-bucket-idx)    to ws-sl-amount
               if ws-rt-balance > 0
                   compute ws-percent-calc rounded =
                     ws-rt-bucket(ws-bucket-idx) * 100 / ws-rt-balance
               else
                   move 0 to ws-percent-calc
               end-if
               move ws-percent-calc to ws-sl-percent
               write statement-line from ws-summary-line
                 after advancing 2 lines
           end-perform.

           move spaces to ws-summary-line.
           move "TOTAL RECEIVABLE   " to ws-sl-label.
           move ws-rt-balance to ws-sl-amount.
           write statement-line from ws-summary-line
             after advancing 2 lines.

           move ws-customer-count to ws-sum-customers.
           move ws-item-count     to ws-sum-items.
           write statement-line from ws-summary-counts
             after advancing 2 lines.

       910-close-files.
           close ar-open-file.
           close customer-master.
           close statement-file.

       end program A2-ARAging.
