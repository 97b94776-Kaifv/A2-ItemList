      *master so items with ZERO movement in the range still show -
      *that is the demand data il-reorder-point values should be set
      *from - and a history record for an item no longer on the
      *master is still counted, flagged as such. Return lines
      *A2-Returns appends (line type "R") count against the sales,
      *so units and revenue are net of what came back and an item
      *returned more than it sold in the range shows negative.
      *****************************************************************

       environment division.

       fd sales-history-file
           data record is sales-history-record
           record contains 57 characters.

           copy SALESREC.

         05 filler                 pic x(2)      value spaces.
         05 ws-id-description      pic x(15).
         05 filler                 pic x(1)      value spaces.
         05 ws-id-units            pic zzz,zz9-.
         05 filler                 pic x(1)      value spaces.
         05 ws-id-net              pic zz,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-id-trans            pic zz,zzz,zz9.99-.

       01 ws-class-heading.
         05 filler                 pic x(40)     value
         05 filler                 pic x(2)      value spaces.
         05 ws-cd-class            pic x(1).
         05 filler                 pic x(4)      value spaces.
         05 ws-cd-units            pic zzz,zz9-.
         05 filler                 pic x(1)      value spaces.
         05 ws-cd-net              pic zz,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-cd-trans            pic zz,zzz,zz9.99-.

       01 ws-grand-total-line.
         05 filler                 pic x(7)      value "TOTAL  ".
         05 ws-gt-units            pic zzz,zz9-.
         05 filler                 pic x(1)      value spaces.
         05 ws-gt-net              pic zz,zzz,zz9.99-.
         05 filler                 pic x(2)      value spaces.
         05 ws-gt-trans            pic zz,zzz,zz9.99-.

      *****************************************************************
      *This section is the analysis table - one entry per item,
           10 ws-it-item-number      pic x(4).
           10 ws-it-product-class    pic x(1).
           10 ws-it-description      pic x(15).
           10 ws-it-units            pic s9(7).
           10 ws-it-net              pic s9(9)v99.
           10 ws-it-trans            pic s9(9)v99.

       01 ws-item-control.
         05 ws-item-count          pic 9(3)      value 0.
         05 ws-class-entry         occurs 10 times
                                    indexed by class-idx.
           10 ws-ct-class            pic x(1).
           10 ws-ct-units            pic s9(7).
           10 ws-ct-net              pic s9(9)v99.
           10 ws-ct-trans            pic s9(9)v99.

       01 ws-class-control.
         05 ws-class-count         pic 99        value 0.
         05 ws-found-class-idx     pic 99        value 0.

       01 ws-grand-totals.
         05 ws-gt-units-calc       pic s9(7)     value 0.
         05 ws-gt-net-calc         pic s9(9)v99  value 0.
         05 ws-gt-trans-calc       pic s9(9)v99  value 0.

      *****************************************************************
      *This section holds the date range from the parameter file -
           close sales-history-file.

      *This accumulates one history record - date filter first, then
      *the numeric edit, then the table lookup/append. A return line
      *is taken off its item's totals instead of added on.
       055-add-one-history-record.
           if (ws-from-date not = spaces and
             sh-invoice-date < ws-from-date) or
               else
                   add 1 to ws-history-used
                   perform 056-find-item-entry
                   if sh-line-type = "R"
                       subtract sh-quantity     from
                         ws-it-units(ws-found-item-idx)
                       subtract sh-net-amount   from
                         ws-it-net(ws-found-item-idx)
                       subtract sh-trans-charge from
                         ws-it-trans(ws-found-item-idx)
                   else
                       add sh-quantity     to
                         ws-it-units(ws-found-item-idx)
                       add sh-net-amount   to
                         ws-it-net(ws-found-item-idx)
                       add sh-trans-charge to
                         ws-it-trans(ws-found-item-idx)
                   end-if
               end-if
           end-if.

