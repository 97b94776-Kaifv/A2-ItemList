      *non-blank name - and a transaction that fails is rejected onto
      *the listing with the field in error instead of being applied.
      *A change keeps the open balance already on the master (only
      *invoicing, A2-CashApply and A2-Returns move that), unless the
      *transaction carries a numeric balance to override it with -
      *the way an opening balance or a write-off is keyed. Whatever
      *balance an add or an override sets, the customer's open items
      *on A2-AROpen.dat are brought into line with it: a balance
      *above what the open items owe is carried on a balance-forward
      *item (invoice number 000000, which the invoice sequence never
      *cuts) dated the day it was keyed, and a balance below it
      *writes the open items down oldest first - so a keyed balance
      *can be paid off by A2-CashApply, shows on the A2-ARAging
      *statement and agrees with A2-IntegCheck. The transaction
      *also carries the customer's home warehouse - the two-digit
      *warehouse their orders ship from and their returns go back to.
      *Left blank on an add it is set to the main warehouse "01";
      *left blank on a change it keeps the warehouse already on file.
      *When keyed it must be numeric and not "00".
      *****************************************************************

       environment division.
           record key is cu-customer
           file status is ws-master-status.

      *This is the open-item receivables file the invoicing programs
      *write to - the balance-forward item for a keyed balance goes
      *on it.
           select ar-open-file
           assign to "../../../A2-AROpen.dat"
           organization is indexed
           access mode is dynamic
           record key is ar-key
           file status is ws-aropen-status.

      *This is the transaction file containing the add/change/delete
      *requests to apply to the customer master.
           select transaction-file

           copy CUSTREC.

       fd ar-open-file
           data record is ar-open-item.

           copy ARREC.

       fd transaction-file
           data record is transaction-line
           record contains 77 characters.

       01 transaction-line.
         05 tr-code                pic x(1).
         05 tr-address             pic x(30).
         05 tr-credit-limit        pic 9(7)v99.
         05 tr-open-balance        pic 9(7)v99.
         05 tr-home-warehouse      pic x(2).

      *This redefines the numeric fields as plain text so the raw
      *value can be shown on the maintenance listing when it fails
         05 filler                 pic x(57).
         05 tr-credit-limit-raw    pic x(9).
         05 tr-open-balance-raw    pic x(9).
         05 filler                 pic x(2).

       fd maint-report-file
           data record is maint-report-line
         05 filler                 pic x(10)     value "REJECTED ".
         05 ws-sum-rejected        pic zz9.

       01 ws-main-warehouse        pic x(2)      value "01".

       01 ws-codes.
         05 ws-add-code            pic x         value "A".
         05 ws-change-code         pic x         value "C".
         05 ws-ir-field            pic x(17)     value spaces.
         05 ws-ir-value            pic x(12)     value spaces.

      *****************************************************************
      *This section holds the open-item work for bringing a
      *customer's open items into line with the balance just set -
      *what the items owe now, and how much has to be added to the
      *balance-forward item or written off the items.
       01 ws-open-item-work.
         05 ws-new-balance         pic 9(7)v99   value 0.
         05 ws-open-items-total    pic 9(9)v99   value 0.
         05 ws-balance-adjust      pic 9(9)v99   value 0.
         05 ws-item-open-amount    pic 9(7)v99   value 0.
         05 ws-item-applied        pic 9(7)v99   value 0.
         05 ws-balance-fwd-number  pic 9(6)      value 0.

       01 ws-run-date-stamp        pic x(8)      value spaces.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".
         05 ws-ar-eof-flag         pic x         value "n".

       01 ws-status-fields.
         05 ws-master-status       pic xx        value "00".
         05 ws-transaction-status  pic xx        value "00".
         05 ws-aropen-status       pic xx        value "00".

       procedure division.

       000-main.
           accept ws-run-date-stamp from date yyyymmdd.

           perform 010-open-files.
           perform 020-write-headings.
           perform 030-read-transaction.
      *open the customer master for dynamic (keyed) access and the
      *transaction/listing files for sequential processing. A fresh
      *deployment has no A2-Cust.dat yet - OPEN I-O on a missing
      *indexed file comes back "35" (not found), and only then is an
      *empty master built with OPEN OUTPUT and reopened I-O. Any
      *other failure - a master still in the old record length
      *("39", see A2-CustLoad), one locked or damaged - stops the
      *run with the status, since OPEN OUTPUT over it would empty
      *the live customer master.
       010-open-files.
           open i-o customer-master.

           if ws-master-status = "35"
               open output customer-master
               close customer-master
               open i-o customer-master
           end-if.

           if ws-master-status not = "00"
               display
                 "A2-CUSTMAINT - CUSTOMER MASTER OPEN FAILED, STATUS "
                 ws-master-status
               move 1 to return-code
               goback
           end-if.

      *The open-item file is built empty and reopened when there is
      *none yet - same pattern as A2-OrderEntry.
           open i-o ar-open-file.

           if ws-aropen-status = "35"
               open output ar-open-file
               close ar-open-file
               open i-o ar-open-file
           end-if.

           if ws-aropen-status not = "00"
               display
                 "A2-CUSTMAINT - OPEN ITEM FILE OPEN FAILED, "
                 "STATUS " ws-aropen-status
               move 1 to return-code
               goback
           end-if.

           open input transaction-file.
      *This section edits an add or change transaction's fields
      *before it is allowed to touch the master - numeric credit
      *limit, a numeric or blank open balance (blank on a change
      *means keep the balance already on file), a blank or valid
      *home warehouse code, and a non-blank name,
      *so a mistyped transaction is rejected here with the field in
      *error on the listing. A delete is not edited here - it only
      *needs the customer number, and its other fields are ignored
                   move "N"                  to ws-valid-transaction
                   move "TR-OPEN-BALANCE"    to ws-ir-field
                   move tr-open-balance-raw  to ws-ir-value
               when tr-home-warehouse not = spaces and
                 (tr-home-warehouse not numeric or
                  tr-home-warehouse = "00")
                   move "N"                  to ws-valid-transaction
                   move "TR-HOME-WAREHOUSE"  to ws-ir-field
                   move tr-home-warehouse    to ws-ir-value
           end-evaluate.

           if ws-valid-transaction = "N"

      *This section adds a new customer to the master. It rejects the
      *transaction instead of applying it if the customer number is
      *already on file. The opening balance is put on the open-item
      *file by 150-reconcile-open-items.
       110-add-customer.
           move tr-customer       to cu-customer.
           move tr-name           to cu-name.
           move tr-address        to cu-address.
           move tr-credit-limit   to cu-credit-limit.
           move tr-open-balance   to cu-open-balance.
           move cu-open-balance   to ws-new-balance.

           if tr-home-warehouse = spaces
               move ws-main-warehouse to cu-home-warehouse
           else
               move tr-home-warehouse to cu-home-warehouse
           end-if.

           write customer-line
               invalid key
               not invalid key
                   move "CUSTOMER ADDED" to ws-result-text
                   add 1 to ws-add-count
                   perform 150-reconcile-open-items
           end-write.

           perform 200-write-maint-detail.
      *existing customer. It rejects the transaction if the customer
      *number is not on file. The open balance on the master is kept
      *unless the transaction carries a numeric balance to override
      *it with - the open items are then brought into line with the
      *new balance by 150-reconcile-open-items - and the home
      *warehouse is kept unless the transaction carries one.
       120-change-customer.
           move tr-customer to cu-customer.


                   if tr-open-balance numeric
                       move tr-open-balance to cu-open-balance
                       move cu-open-balance to ws-new-balance
                   end-if

                   if tr-home-warehouse not = spaces
                       move tr-home-warehouse to cu-home-warehouse
                   end-if

                   rewrite customer-line
                       not invalid key
                           move "CUSTOMER CHANGED" to ws-result-text
                           add 1 to ws-change-count
                           if tr-open-balance numeric
                               perform 150-reconcile-open-items
                           end-if
                   end-rewrite
           end-read.

           perform 200-write-maint-detail.

      *This section brings the customer's open items on A2-AROpen.dat
      *into line with the open balance just set on the master, kept
      *in ws-new-balance since the write. A balance above what the
      *items owe has the difference added to the balance-forward
      *item - written, dated today, when the customer has none. A
      *balance below it has the difference written off the items
      *oldest first - the balance-forward item, then the oldest
      *invoice - the way A2-CashApply applies a payment, an item
      *written down to nothing coming off the file.
       150-reconcile-open-items.
           perform 155-add-open-items.

           if ws-new-balance > ws-open-items-total
               subtract ws-open-items-total from ws-new-balance
                 giving ws-balance-adjust
               perform 160-raise-balance-forward
           else
               if ws-new-balance < ws-open-items-total
                   subtract ws-new-balance from ws-open-items-total
                     giving ws-balance-adjust
                   perform 170-write-down-open-items
               end-if
           end-if.

      *This adds up what the customer's open items still owe - keyed
      *customer first, so they read back together from a START on
      *the customer. An item with garbage amounts cannot be added up
      *and is left for A2-IntegCheck to report.
       155-add-open-items.
           move 0           to ws-open-items-total.
           move "n"         to ws-ar-eof-flag.
           move tr-customer to ar-customer.
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
                       if ar-customer not = tr-customer
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

       160-raise-balance-forward.
           move tr-customer           to ar-customer.
           move ws-balance-fwd-number to ar-invoice-number.

           read ar-open-file
               invalid key
                   move tr-customer           to ar-customer
                   move ws-balance-fwd-number to ar-invoice-number
                   move ws-run-date-stamp     to ar-invoice-date
                   move ws-balance-adjust     to ar-amount-due
                   move 0                     to ar-amount-paid
                   write ar-open-item
                       invalid key
                           display "A2-CUSTMAINT - CUSTOMER "
                             tr-customer " BALANCE FORWARD WRITE"
                             " FAILED"
                   end-write
               not invalid key
                   if ar-amount-due not numeric
                       move 0 to ar-amount-due
                   end-if
                   if ar-amount-paid not numeric
                       move 0 to ar-amount-paid
                   end-if
                   add ws-balance-adjust to ar-amount-due
                   rewrite ar-open-item
                       invalid key
                           display "A2-CUSTMAINT - CUSTOMER "
                             tr-customer " BALANCE FORWARD REWRITE"
                             " FAILED"
                   end-rewrite
           end-read.

       170-write-down-open-items.
           move "n"         to ws-ar-eof-flag.
           move tr-customer to ar-customer.
           move 0           to ar-invoice-number.

           start ar-open-file key not < ar-key
               invalid key
                   move "y" to ws-ar-eof-flag
           end-start.

           perform until ws-ar-eof-flag = "y" or
             ws-balance-adjust = 0
               read ar-open-file next record
                   at end
                       move "y" to ws-ar-eof-flag
                   not at end
                       if ar-customer not = tr-customer
                           move "y" to ws-ar-eof-flag
                       else
                           if ar-amount-due numeric and
                             ar-amount-paid numeric and
                             ar-amount-due > ar-amount-paid
                               perform 175-write-down-open-item
                           end-if
                       end-if
               end-read
           end-perform.

      *This writes as much of what is left to write off as the open
      *item in the record area still owes - same arithmetic as
      *A2-CashApply's 115-apply-to-open-item.
       175-write-down-open-item.
           subtract ar-amount-paid from ar-amount-due
             giving ws-item-open-amount.

           if ws-balance-adjust >= ws-item-open-amount
               move ws-item-open-amount to ws-item-applied
           else
               move ws-balance-adjust to ws-item-applied
           end-if.

           add ws-item-applied      to ar-amount-paid.
           subtract ws-item-applied from ws-balance-adjust.

           if ar-amount-paid >= ar-amount-due
               delete ar-open-file record
                   invalid key
                       display "A2-CUSTMAINT - OPEN ITEM "
                         ar-customer " " ar-invoice-number
                         " DELETE FAILED"
               end-delete
           else
               rewrite ar-open-item
                   invalid key
                       display "A2-CUSTMAINT - OPEN ITEM "
                         ar-customer " " ar-invoice-number
                         " REWRITE FAILED"
               end-rewrite
           end-if.

      *This section closes an account by removing it from the master.
      *It rejects the transaction if the customer number is not on
      *file, and refuses to delete a customer still carrying an open

       910-close-files.
           close customer-master.
           close ar-open-file.
           close transaction-file.
           close maint-report-file.

