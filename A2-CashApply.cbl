       identification division.
       program-id. A2-CashApply.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the cash-receipts run. It applies each
      *customer payment in a receipts transaction file against the
      *open-item receivables file A2-OrderEntry and A2-BORelease
      *write their invoices to, and lowers cu-open-balance on the
      *customer master by what was applied - so a payment is posted
      *to the invoices it actually pays instead of being keyed into
      *A2-CustMaint as an open-balance override. A receipt naming an
      *invoice number pays that invoice first; a receipt with no
      *invoice number pays the customer's open items oldest first.
      *Whatever is left over once the named invoice is paid off also
      *goes oldest first, and anything left after every open item is
      *paid is listed as unapplied for the credit desk to refund or
      *hold on account. An open item paid in full comes off the file;
      *a part-paid item stays with its amount paid raised. A receipt
      *for an unknown customer, an invoice that is not open for that
      *customer, or a bad amount is rejected onto the listing and
      *touches nothing.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the indexed customer master A2-CustMaint maintains,
      *opened I-O so the applied amount can come off the open
      *balance.
           select customer-master
           assign to "../../../A2-Cust.dat"
           organization is indexed
           access mode is dynamic
           record key is cu-customer
           file status is ws-customer-status.

      *This is the open-item receivables file the invoicing programs
      *write to - read by key for a named invoice, and by customer
      *from the oldest invoice forward otherwise.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is dynamic
           record key is ar-key
           file status is ws-aropen-status.

      *This is the receipts transaction file keyed from the day's
      *remittances - one record per payment.
           select receipt-file
           assign to "../../../A2-CashApply.txn"
           organization is line sequential
           file status is ws-receipt-status.

      *This is the listing showing how every receipt was applied,
      *including the ones that were rejected.
           select apply-report-file
           assign to "../../../A2-CashApply.out"
           organization is line sequential.

       data division.
       file section.

       fd customer-master
           data record is customer-line.

           copy CUSTREC.

       fd ar-open-file
           data record is ar-open-item.

           copy ARREC.

       fd receipt-file
           data record is receipt-line
           record contains 29 characters.

       01 receipt-line.
         05 cr-customer            pic x(6).
         05 cr-invoice-number      pic 9(6).
         05 cr-amount              pic 9(7)v99.
         05 cr-receipt-date        pic x(8).

      *This redefines the numeric fields as plain text so the raw
      *value can be shown on the listing when it fails the numeric
      *check in 105-validate-receipt, and so a blank invoice number
      *can be told from a keyed one - same pattern as A2-CustMaint's
      *raw redefines.
       01 receipt-line-raw redefines receipt-line.
         05 filler                 pic x(6).
         05 cr-invoice-number-raw  pic x(6).
         05 cr-amount-raw          pic x(9).
         05 filler                 pic x(8).

       fd apply-report-file
           data record is apply-report-line
           record contains 100 characters.

       01 apply-report-line        pic x(100).

       working-storage section.

       01 ws-apply-heading.
         05 filler                 pic x(48)     value
         "A2-CashApply - CASH RECEIPTS APPLICATION LISTING".

       01 ws-apply-title.
         05 filler                 pic x(10)     value "CUSTOMER  ".
         05 filler                 pic x(10)     value "RECEIVED  ".
         05 filler                 pic x(9)      value "INVOICE  ".
         05 filler                 pic x(10)     value "INV DATE  ".
         05 filler                 pic x(13)     value
         "    OPEN AMT ".
         05 filler                 pic x(13)     value
         "     APPLIED ".
         05 filler                 pic x(30)     value
         " RESULT".

       01 ws-apply-detail.
         05 filler                 pic x(1).
         05 ws-ad-customer         pic x(6).
         05 filler                 pic x(3)      value spaces.
         05 ws-ad-receipt-date     pic x(8).
         05 filler                 pic x(2)      value spaces.
         05 ws-ad-invoice-number   pic x(6).
         05 filler                 pic x(3)      value spaces.
         05 ws-ad-invoice-date     pic x(8).
         05 filler                 pic x(1)      value spaces.
         05 ws-ad-open-amount      pic z,zzz,zz9.99.
         05 filler                 pic x(1)      value spaces.
         05 ws-ad-applied          pic z,zzz,zz9.99.
         05 filler                 pic x(2)      value spaces.
         05 ws-ad-result           pic x(35).

       01 ws-result-text            pic x(35)    value spaces.

      *This is the line written under a receipt that paid more than
      *the customer had open - the remainder is listed, not posted.
       01 ws-unapplied-line.
         05 filler                 pic x(18)     value spaces.
         05 filler                 pic x(29)     value
         "*** UNAPPLIED REMAINDER ***  ".
         05 ws-ul-amount           pic z,zzz,zz9.99.

       01 ws-apply-totals.
         05 ws-receipt-count       pic 9(5)      value 0.
         05 ws-reject-count        pic 9(5)      value 0.
         05 ws-items-paid-count    pic 9(5)      value 0.
         05 ws-total-applied       pic 9(9)v99   value 0.
         05 ws-total-unapplied     pic 9(9)v99   value 0.

       01 ws-apply-summary.
         05 filler                 pic x(10)     value "RECEIPTS ".
         05 ws-sum-receipts        pic zz,zz9.
         05 filler                 pic x(3)      value spaces.
         05 filler                 pic x(10)     value "REJECTED ".
         05 ws-sum-rejected        pic zz,zz9.
         05 filler                 pic x(3)      value spaces.
         05 filler                 pic x(14)     value "ITEMS CLOSED ".
         05 ws-sum-items-paid      pic zz,zz9.

       01 ws-amount-summary.
         05 filler                 pic x(16)     value
         "TOTAL APPLIED   ".
         05 ws-sum-applied         pic $$$,$$$,$$9.99.
         05 filler                 pic x(3)      value spaces.
         05 filler                 pic x(16)     value
         "TOTAL UNAPPLIED ".
         05 ws-sum-unapplied       pic $$$,$$$,$$9.99.

      *****************************************************************
      *This section holds the receipt being worked - what is still to
      *be applied, what has been applied so far, and the open amount
      *of the item it is being applied to.
       01 ws-apply-work.
         05 ws-unapplied-amount    pic 9(7)v99   value 0.
         05 ws-applied-amount      pic 9(7)v99   value 0.
         05 ws-item-open-amount    pic 9(7)v99   value 0.
         05 ws-item-applied        pic 9(7)v99   value 0.

       01 ws-validation.
         05 ws-valid-receipt       pic x         value "Y".
         05 ws-named-invoice       pic x         value "N".

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-ar-eof-flag         pic x         value "n".

       01 ws-status-fields.
         05 ws-customer-status     pic xx        value "00".
         05 ws-aropen-status       pic xx        value "00".
         05 ws-receipt-status      pic xx        value "00".

       procedure division.

       000-main.
           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-receipt.

           perform 100-process-receipt
             until ws-eof-flag = "y".

           perform 900-write-summary.
           perform 910-close-files.

           goback.

      *open the customer master and the open-item file for dynamic
      *(keyed) access and the receipts/listing files for sequential
      *processing. There is nothing to apply a payment to without
      *both files, so either one missing fails the run.
       010-open-files.
           open i-o customer-master.

           if ws-customer-status not = "00"
               display
                 "A2-CASHAPPLY - CUSTOMER MASTER OPEN FAILED, STATUS "
                 ws-customer-status
               move 1 to return-code
               goback
           end-if.

           open i-o ar-open-file.

           if ws-aropen-status not = "00"
               display
                 "A2-CASHAPPLY - OPEN ITEM FILE OPEN FAILED, STATUS "
                 ws-aropen-status
               move 1 to return-code
               goback
           end-if.

           open input receipt-file.

           if ws-receipt-status not = "00"
               display
                 "A2-CASHAPPLY - RECEIPT FILE OPEN FAILED, STATUS "
                 ws-receipt-status
               move 1 to return-code
               goback
           end-if.

           open output apply-report-file.

       020-write-headings.
           write apply-report-line from ws-apply-heading.
           write apply-report-line from ws-apply-title
             after advancing 2 lines.

       030-read-receipt.
           read receipt-file
               at end
                   move "y" to ws-eof-flag.

      *This applies one receipt - to the named invoice first when
      *one was keyed, then oldest first for whatever is left - and
      *takes what was applied off the customer's open balance.
       100-process-receipt.
           perform 105-validate-receipt.

           if ws-valid-receipt = "Y"
               add 1 to ws-receipt-count
               move cr-amount to ws-unapplied-amount
               move 0         to ws-applied-amount

               if ws-named-invoice = "Y"
                   perform 115-apply-to-open-item
               end-if

               if ws-unapplied-amount > 0
                   perform 120-apply-oldest-first
               end-if

               if ws-applied-amount > 0
                   perform 130-post-customer-balance
               end-if

               if ws-unapplied-amount > 0
                   move ws-unapplied-amount to ws-ul-amount
                   write apply-report-line from ws-unapplied-line
                     after advancing 1 line
                   add ws-unapplied-amount to ws-total-unapplied
               end-if
           else
               add 1 to ws-reject-count
               move spaces            to ws-apply-detail
               move cr-customer       to ws-ad-customer
               move cr-receipt-date   to ws-ad-receipt-date
               move cr-invoice-number-raw to ws-ad-invoice-number
               move ws-result-text    to ws-ad-result
               write apply-report-line from ws-apply-detail
                 after advancing 1 line
           end-if.

           perform 030-read-receipt.

      *This section edits a receipt before it is allowed to touch
      *either file - a numeric amount above zero, a customer on the
      *master, and, when an invoice number was keyed, an open item
      *for that customer and invoice (read here by key, which leaves
      *the item in the record area for 115-apply-to-open-item).
       105-validate-receipt.
           move "Y"    to ws-valid-receipt.
           move "N"    to ws-named-invoice.
           move spaces to ws-result-text.

           evaluate true
               when cr-amount not numeric
                   move "N" to ws-valid-receipt
                   move "REJECTED - AMOUNT NOT NUMERIC" to
                     ws-result-text
               when cr-amount = 0
                   move "N" to ws-valid-receipt
                   move "REJECTED - AMOUNT ZERO" to ws-result-text
               when cr-invoice-number-raw not = spaces and
                 cr-invoice-number not numeric
                   move "N" to ws-valid-receipt
                   move "REJECTED - INVOICE NOT NUMERIC" to
                     ws-result-text
           end-evaluate.

           if ws-valid-receipt = "Y"
               move cr-customer to cu-customer
               read customer-master
                   invalid key
                       move "N" to ws-valid-receipt
                       move "REJECTED - CUSTOMER NOT ON FILE" to
                         ws-result-text
               end-read
           end-if.

           if ws-valid-receipt = "Y" and
             cr-invoice-number-raw not = spaces and
             cr-invoice-number > 0
               move "Y"               to ws-named-invoice
               move cr-customer       to ar-customer
               move cr-invoice-number to ar-invoice-number
               read ar-open-file
                   invalid key
                       move "N" to ws-valid-receipt
                       move "REJECTED - INVOICE NOT OPEN" to
                         ws-result-text
               end-read
           end-if.

      *This section applies as much of what is left of the receipt
      *as the open item in the record area still owes. An item paid
      *in full comes off the file; a part-paid item is rewritten with
      *its amount paid raised.
       115-apply-to-open-item.
           subtract ar-amount-paid from ar-amount-due
             giving ws-item-open-amount.

           if ws-unapplied-amount >= ws-item-open-amount
               move ws-item-open-amount to ws-item-applied
           else
               move ws-unapplied-amount to ws-item-applied
           end-if.

           add ws-item-applied      to ar-amount-paid.
           subtract ws-item-applied from ws-unapplied-amount.
           add ws-item-applied      to ws-applied-amount.
           add ws-item-applied      to ws-total-applied.

           if ar-amount-paid >= ar-amount-due
               delete ar-open-file record
                   invalid key
                       move "ITEM DELETE FAILED" to ws-result-text
                   not invalid key
                       move "PAID IN FULL" to ws-result-text
                       add 1 to ws-items-paid-count
               end-delete
           else
               rewrite ar-open-item
                   invalid key
                       move "ITEM REWRITE FAILED" to ws-result-text
                   not invalid key
                       move "PART PAID" to ws-result-text
               end-rewrite
           end-if.

           perform 200-write-apply-detail.

      *This section works through the customer's open items from the
      *lowest invoice number - the oldest invoice - forward, paying
      *each off in turn until the receipt runs out or the customer
      *has nothing left open.
       120-apply-oldest-first.
           move "n"         to ws-ar-eof-flag.
           move cr-customer to ar-customer.
           move 0           to ar-invoice-number.

           start ar-open-file key not < ar-key
               invalid key
                   move "y" to ws-ar-eof-flag
           end-start.

           perform until ws-ar-eof-flag = "y" or
             ws-unapplied-amount = 0
               read ar-open-file next record
                   at end
                       move "y" to ws-ar-eof-flag
                   not at end
                       if ar-customer not = cr-customer
                           move "y" to ws-ar-eof-flag
                       else
                           perform 115-apply-to-open-item
                       end-if
               end-read
           end-perform.

      *This section takes what the receipt applied off the
      *customer's open balance on the customer master. A balance
      *already lower than what was applied (it was overridden by
      *hand before this run existed) is floored at zero and the
      *operator told, rather than wrapping the unsigned field.
       130-post-customer-balance.
           move cr-customer to cu-customer.

           read customer-master
               invalid key
                   display "A2-CASHAPPLY - CUSTOMER " cr-customer
                     " VANISHED FROM MASTER - BALANCE NOT POSTED"
               not invalid key
                   if cu-open-balance not numeric or
                     cu-open-balance < ws-applied-amount
                       display "A2-CASHAPPLY - CUSTOMER " cr-customer
                         " OPEN BALANCE BELOW AMOUNT APPLIED - "
                         "SET TO ZERO"
                       move 0 to cu-open-balance
                   else
                       subtract ws-applied-amount from cu-open-balance
                   end-if

                   rewrite customer-line
                       invalid key
                           display "A2-CASHAPPLY - CUSTOMER "
                             cr-customer " MASTER REWRITE FAILED"
                             " - BALANCE NOT POSTED"
                   end-rewrite
           end-read.

      *writes one line to the listing for the open item a receipt
      *was just applied to
       200-write-apply-detail.
           move spaces               to ws-apply-detail.
           move cr-customer           to ws-ad-customer.
           move cr-receipt-date       to ws-ad-receipt-date.
           move ar-invoice-number     to ws-ad-invoice-number.
           move ar-invoice-date       to ws-ad-invoice-date.
           move ws-item-open-amount   to ws-ad-open-amount.
           move ws-item-applied       to ws-ad-applied.
           move ws-result-text        to ws-ad-result.

           write apply-report-line from ws-apply-detail
             after advancing 1 line.

      *writes the receipt counts and applied/unapplied totals at the
      *bottom of the listing
       900-write-summary.
           move ws-receipt-count     to ws-sum-receipts.
           move ws-reject-count      to ws-sum-rejected.
           move ws-items-paid-count  to ws-sum-items-paid.
           move ws-total-applied     to ws-sum-applied.
           move ws-total-unapplied   to ws-sum-unapplied.

           write apply-report-line from ws-apply-summary
             after advancing 2 lines.
           write apply-report-line from ws-amount-summary
             after advancing 1 line.

       910-close-files.
           close customer-master.
           close ar-open-file.
           close receipt-file.
           close apply-report-file.

       end program A2-CashApply.
