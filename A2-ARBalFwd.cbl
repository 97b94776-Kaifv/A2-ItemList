       identification division.
       program-id. A2-ARBalFwd.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the balance-forward conversion run. The
      *open balances on the customer master were keyed or invoiced up
      *long before A2-AROpen.dat existed, so for most customers there
      *is no open item behind what they owe - A2-CashApply has
      *nothing to apply their payments to, A2-ARAging leaves the
      *balance off their statement and A2-IntegCheck reports every
      *one of them. This program reads the customer master front to
      *back, adds up each customer's open items, and where the open
      *balance is more than they owe carries the difference on a
      *balance-forward open item - invoice number 000000, which the
      *invoice sequence never cuts, the same item A2-CustMaint keeps
      *for a keyed balance - dated the day of the run. A customer
      *whose open items already add up to more than the balance is
      *listed and left alone for the credit desk; nothing is written
      *off by this run. It is run once, before A2-CashApply and
      *A2-ARAging are first used against the old balances; a rerun
      *finds the open items already agree and changes nothing.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the indexed customer master A2-CustMaint maintains -
      *only read here.
           select customer-master
           assign to "../../../A2-Cust.dat"
           organization is indexed
           access mode is dynamic
           record key is cu-customer
           file status is ws-customer-status.

      *This is the open-item receivables file the invoicing programs
      *write to - the balance-forward items go on it.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is dynamic
           record key is ar-key
           file status is ws-aropen-status.

      *This is the listing showing what was done for every customer
      *with an open balance or open items.
           select convert-report-file
           assign to "../../../A2-ARBalFwd.out"
           organization is line sequential.

       data division.
       file section.

       fd customer-master
           data record is customer-line.

           copy CUSTREC.

       fd ar-open-file
           data record is ar-open-item.

           copy ARREC.

       fd convert-report-file
           data record is convert-report-line
           record contains 100 characters.

       01 convert-report-line      pic x(100).

       working-storage section.

       01 ws-convert-heading.
         05 filler                 pic x(44)     value
         "A2-ARBalFwd - BALANCE FORWARD CONVERSION".
         05 filler                 pic x(8)      value "  RUN: ".
         05 ws-ch-run-date         pic x(8).

       01 ws-convert-title.
         05 filler                 pic x(10)     value "CUSTOMER  ".
         05 filler                 pic x(13)     value
         " OPEN BALANCE".
         05 filler                 pic x(13)     value
         "   OPEN ITEMS".
         05 filler                 pic x(13)     value
         " BAL FORWARD ".
         05 filler                 pic x(30)     value
         "  RESULT".

       01 ws-convert-detail.
         05 filler                 pic x(1).
         05 ws-cd-customer         pic x(6).
         05 filler                 pic x(3)      value spaces.
         05 ws-cd-open-balance     pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-cd-open-items       pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-cd-balance-forward  pic z,zzz,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-cd-result           pic x(40).

       01 ws-result-text            pic x(40)    value spaces.

       01 ws-convert-totals.
         05 ws-customer-count      pic 9(5)      value 0.
         05 ws-forward-count       pic 9(5)      value 0.
         05 ws-exception-count     pic 9(5)      value 0.
         05 ws-total-forward       pic 9(9)v99   value 0.

       01 ws-convert-summary.
         05 filler                 pic x(10)     value "CUSTOMERS ".
         05 ws-sum-customers       pic zz,zz9.
         05 filler                 pic x(3)      value spaces.
         05 filler                 pic x(14)     value "BAL FORWARDS ".
         05 ws-sum-forwards        pic zz,zz9.
         05 filler                 pic x(3)      value spaces.
         05 filler                 pic x(12)     value "EXCEPTIONS ".
         05 ws-sum-exceptions      pic zz,zz9.

       01 ws-amount-summary.
         05 filler                 pic x(22)     value
         "TOTAL BROUGHT FORWARD ".
         05 ws-sum-total-forward   pic $$$,$$$,$$9.99.

      *****************************************************************
      *This section holds the customer being worked - what its open
      *items owe and what has to be brought forward to meet the open
      *balance.
       01 ws-convert-work.
         05 ws-open-items-total    pic 9(9)v99   value 0.
         05 ws-balance-adjust      pic 9(9)v99   value 0.
         05 ws-balance-fwd-number  pic 9(6)      value 0.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-ar-eof-flag         pic x         value "n".

       01 ws-status-fields.
         05 ws-customer-status     pic xx        value "00".
         05 ws-aropen-status       pic xx        value "00".

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 010-open-files.
           perform 020-write-headings.

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
                       perform 100-convert-customer
               end-read
           end-perform.

           perform 900-write-summary.
           perform 910-close-files.

           goback.

      *open the customer master and the open-item file for dynamic
      *(keyed) access. There is nothing to convert without a
      *customer master; the open-item file is built empty and
      *reopened when there is none yet ("35") - same pattern as
      *A2-OrderEntry.
       010-open-files.
           open input customer-master.

           if ws-customer-status not = "00"
               display
                 "A2-ARBALFWD - CUSTOMER MASTER OPEN FAILED, STATUS "
                 ws-customer-status
               move 1 to return-code
               goback
           end-if.

           open i-o ar-open-file.

           if ws-aropen-status = "35"
               open output ar-open-file
               close ar-open-file
               open i-o ar-open-file
           end-if.

           if ws-aropen-status not = "00"
               display
                 "A2-ARBALFWD - OPEN ITEM FILE OPEN FAILED, "
                 "STATUS " ws-aropen-status
               move 1 to return-code
               goback
           end-if.

           open output convert-report-file.

       020-write-headings.
           move ws-run-date-stamp to ws-ch-run-date.
           write convert-report-line from ws-convert-heading.
           write convert-report-line from ws-convert-title
             after advancing 2 lines.

      *This brings one customer's open items up to the open balance
      *on the master. A customer owing nothing and with nothing open
      *is passed over without a line.
       100-convert-customer.
           add 1 to ws-customer-count.
           move spaces to ws-result-text.
           move 0      to ws-balance-adjust.

           perform 110-add-open-items.

           evaluate true
               when cu-open-balance not numeric
                   move "CU-OPEN-BALANCE NOT NUMERIC - NOT CHANGED"
                     to ws-result-text
                   add 1 to ws-exception-count
               when cu-open-balance > ws-open-items-total
                   subtract ws-open-items-total from cu-open-balance
                     giving ws-balance-adjust
                   perform 120-raise-balance-forward
               when cu-open-balance < ws-open-items-total
                   move "OPEN ITEMS EXCEED BALANCE - NOT CHANGED"
                     to ws-result-text
                   add 1 to ws-exception-count
               when other
                   continue
           end-evaluate.

           if ws-result-text not = spaces
               perform 200-write-convert-detail
           end-if.

      *This adds up what the customer's open items still owe - same
      *walk as A2-IntegCheck's 520-add-customer-open-items.
       110-add-open-items.
           move 0           to ws-open-items-total.
           move "n"         to ws-ar-eof-flag.
           move cu-customer to ar-customer.
           move 0           to ar-invoice-number.

           start ar-open-file key not < ar-key
               invalid key
                   move "y" to ws-ar-eof-flag
           end-start.

           perform until ws-ar-eof-flag = "y"
               read ar-open-file next record
                   at end
                       move "y" to ws-ar-eof-flag
                   not at end
                       if ar-customer not = cu-customer
                           move "y" to ws-ar-eof-flag
                       else
                           if ar-amount-due numeric and
                             ar-amount-paid numeric and
                             ar-amount-due > ar-amount-paid
                               compute ws-open-items-total =
                                 ws-open-items-total + ar-amount-due
                                 - ar-amount-paid
                           end-if
                       end-if
               end-read
           end-perform.

      *This carries the difference on the customer's balance-forward
      *item - raised when A2-CustMaint has already set one up, written
      *dated today when not.
       120-raise-balance-forward.
           move cu-customer           to ar-customer.
           move ws-balance-fwd-number to ar-invoice-number.

           read ar-open-file
               invalid key
                   move cu-customer           to ar-customer
                   move ws-balance-fwd-number to ar-invoice-number
                   move ws-run-date-stamp     to ar-invoice-date
                   move ws-balance-adjust     to ar-amount-due
                   move 0                     to ar-amount-paid
                   write ar-open-item
                       invalid key
                           move "BALANCE FORWARD WRITE FAILED" to
                             ws-result-text
                       not invalid key
                           move "BALANCE FORWARD WRITTEN" to
                             ws-result-text
                   end-write
               not invalid key
                   if ar-amount-due not numeric
                       move 0 to ar-amount-due
                   end-if
                   add ws-balance-adjust to ar-amount-due
                   rewrite ar-open-item
                       invalid key
                           move "BALANCE FORWARD REWRITE FAILED" to
                             ws-result-text
                       not invalid key
                           move "BALANCE FORWARD RAISED" to
                             ws-result-text
                   end-rewrite
           end-read.

           if ws-result-text = "BALANCE FORWARD WRITTEN" or
             ws-result-text = "BALANCE FORWARD RAISED"
               add 1                 to ws-forward-count
               add ws-balance-adjust to ws-total-forward
           else
               add 1 to ws-exception-count
           end-if.

      *writes one line to the listing for the customer just worked
       200-write-convert-detail.
           move spaces               to ws-convert-detail.
           move cu-customer           to ws-cd-customer.
           if cu-open-balance numeric
               move cu-open-balance   to ws-cd-open-balance
           end-if.
           move ws-open-items-total   to ws-cd-open-items.
           move ws-balance-adjust     to ws-cd-balance-forward.
           move ws-result-text        to ws-cd-result.

           write convert-report-line from ws-convert-detail
             after advancing 1 line.

      *writes the customer counts and the total brought forward at
      *the bottom of the listing
       900-write-summary.
           move ws-customer-count    to ws-sum-customers.
           move ws-forward-count     to ws-sum-forwards.
           move ws-exception-count   to ws-sum-exceptions.
           move ws-total-forward     to ws-sum-total-forward.

           write convert-report-line from ws-convert-summary
             after advancing 2 lines.
           write convert-report-line from ws-amount-summary
             after advancing 1 line.

       910-close-files.
           close customer-master.
           close ar-open-file.
           close convert-report-file.

       end program A2-ARBalFwd.
