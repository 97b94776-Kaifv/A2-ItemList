       identification division.
       program-id. A2-CustLoad.
       author. Kaifkhan Vakil.
       Date-written. 2026-10-15.

      *****************************************************************
      *Description: This is the one-time conversion utility for the
      *customer master's home warehouse. cu-home-warehouse lengthened
      *the CUSTREC record from 74 to 76 characters, and an indexed
      *file cannot be opened with a record length other than the one
      *it was built with - so every program that opens A2-Cust.dat
      *fails against the old master until it is rebuilt. Ops renames
      *the old master (data and index) to A2-Cust.dat.old before this
      *is run; it reads that file through its own 74-character
      *layout, in customer-number order as the index returns it, and
      *writes every customer to a new A2-Cust.dat in the current
      *layout with the main warehouse "01" as its home warehouse -
      *where every customer's orders shipped from before warehouses
      *existed. A2-CustMaint changes the warehouse afterwards where a
      *customer belongs elsewhere. The run refuses to start when an
      *A2-Cust.dat is already there (converted already, or the old
      *master not renamed out of the way), so it can never write over
      *a live master; the old file is left as it was, as the way
      *back. The count and open balance total it displays tie the
      *new master back to the old one.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
      *This is the old indexed customer master, set aside under this
      *name by ops before the new A2-Cust.dat is built - read only.
           select old-customer-file
           assign to "../../../A2-Cust.dat.old"
           organization is indexed
           access mode is sequential
           record key is oc-customer
           file status is ws-old-customer-status.

      *This is the new indexed customer master that A2-CustMaint and
      *the order, cash and receivables programs open from here on.
           select customer-master
           assign to "../../../A2-Cust.dat"
           organization is indexed
           access mode is sequential
           record key is cu-customer
           file status is ws-master-status.

       data division.
       file section.

      *This is the customer record as it stood before the home
      *warehouse was added - CUSTREC without cu-home-warehouse.
       fd old-customer-file
           data record is old-customer-line
           record contains 74 characters.

       01 old-customer-line.
         05 oc-customer             pic x(6).
         05 oc-name                 pic x(20).
         05 oc-address              pic x(30).
         05 oc-credit-limit         pic 9(7)v99.
         05 oc-open-balance         pic 9(7)v99.

       fd customer-master
           data record is customer-line.

           copy CUSTREC.

       working-storage section.

       01 ws-main-warehouse        pic x(2)      value "01".

       01 ws-load-counts.
         05 ws-loaded-count        pic 9(5)      value 0.
         05 ws-reject-count        pic 9(5)      value 0.
         05 ws-balance-total       pic 9(9)v99   value 0.

       01 ws-balance-total-out     pic zzz,zzz,zz9.99.

       01 ws-flags.
         05 ws-eof-flag            pic x         value "n".

       01 ws-status-fields.
         05 ws-old-customer-status pic xx        value "00".
         05 ws-master-status       pic xx        value "00".

       procedure division.

       000-main.
           perform 010-open-files.
           perform 030-read-old-customer.

           perform 100-load-customer
             until ws-eof-flag = "y".

           perform 130-close-files.

           move ws-balance-total to ws-balance-total-out.
           display "A2-CUSTLOAD - LOADED " ws-loaded-count
             " CUSTOMERS, " ws-reject-count
             " REJECTED (DUPLICATE KEY)".
           display "A2-CUSTLOAD - OPEN BALANCE TOTAL "
             ws-balance-total-out.

           goback.

      *The new master must not exist yet - OPEN INPUT has to come
      *back "35" (not found) before OPEN OUTPUT builds it, so a
      *second run, or a run before the old master was renamed, stops
      *here instead of emptying a live file. customer-master is then
      *opened OUTPUT, not I-O, since this program only ever builds a
      *brand new master; the old file's index hands the records over
      *in the ascending key order a sequential-access OUTPUT write
      *requires.
       010-open-files.
           open input old-customer-file.

           if ws-old-customer-status not = "00"
               display
                 "A2-CUSTLOAD - OLD CUSTOMER FILE OPEN FAILED, STATUS "
                 ws-old-customer-status
               move 1 to return-code
               goback
           end-if.

           open input customer-master.

           if ws-master-status not = "35"
               if ws-master-status = "00"
                   close customer-master
               end-if
               display
                 "A2-CUSTLOAD - A2-CUST.DAT ALREADY EXISTS, STATUS "
                 ws-master-status " - NOT CONVERTED"
               close old-customer-file
               move 1 to return-code
               goback
           end-if.

           open output customer-master.

           if ws-master-status not = "00"
               display
                 "A2-CUSTLOAD - CUSTOMER MASTER OPEN FAILED, STATUS "
                 ws-master-status
               close old-customer-file
               move 1 to return-code
               goback
           end-if.

       030-read-old-customer.
           read old-customer-file
               at end
                   move "y" to ws-eof-flag.

      *This copies one old customer across byte for byte - a group
      *move, so a balance the nightly edits would flag is carried
      *over as it stood rather than reworked by a numeric move - and
      *gives it the main warehouse as its home warehouse.
       100-load-customer.
           move old-customer-line to customer-line.
           move ws-main-warehouse to cu-home-warehouse.

           write customer-line
               invalid key
                   add 1 to ws-reject-count
               not invalid key
                   add 1 to ws-loaded-count
                   if oc-open-balance numeric
                       add oc-open-balance to ws-balance-total
                   end-if
           end-write.

           perform 030-read-old-customer.

       130-close-files.
           close old-customer-file.
           close customer-master.

       end program A2-CustLoad.
