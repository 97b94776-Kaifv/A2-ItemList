      *bill-to address on the invoice and to hold an order that would
      *push the customer past the credit limit. cu-open-balance is
      *raised by the amount due of every invoice A2-OrderEntry cuts.
      *cu-home-warehouse is the two-digit warehouse the customer's
      *orders ship from and returns go back to (see LOCREC). It sits
      *at the end of the record so the older fields keep their
      *offsets; a master built before it existed is rebuilt in this
      *layout by A2-CustLoad, which sets it to the main warehouse
      *"01". A blank warehouse also means "01".
      *****************************************************************
       01 customer-line.
         05 cu-customer             pic x(6).
         05 cu-address              pic x(30).
         05 cu-credit-limit         pic 9(7)v99.
         05 cu-open-balance         pic 9(7)v99.
         05 cu-home-warehouse       pic x(2).

      *This redefines the numeric fields as plain text so a raw value
      *can be shown on a listing even when it fails a numeric check -
         05 filler                  pic x(56).
         05 cu-credit-limit-raw     pic x(9).
         05 cu-open-balance-raw     pic x(9).
         05 filler                  pic x(2).
