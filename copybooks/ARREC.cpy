      *****************************************************************
      *Shared open-item receivables record layout - the indexed
      *A2-AROpen.dat file, one record per invoice still owing, keyed
      *on customer plus invoice number so one customer's open items
      *read back together and oldest invoice first. Written by
      *A2-OrderEntry and A2-BORelease for every invoice they cut
      *with an amount due; A2-CashApply raises ar-amount-paid as a
      *customer's payments are applied and removes the item once it
      *is paid in full; A2-Returns applies a return credit the same
      *way; A2-ARAging ages what is left into month-end
      *statements. What a customer still owes on an item is
      *ar-amount-due less ar-amount-paid, and the items for a
      *customer add up to the cu-open-balance on the customer master.
      *Invoice number 000000, which the invoice sequence never cuts,
      *is the customer's balance-forward item - what they owe that no
      *invoice on file accounts for. A2-CustMaint keeps it in line
      *with a keyed or overridden balance, and A2-ARBalFwd set it up
      *once for the balances already on the master. Being the lowest
      *number it is always paid first.
      *****************************************************************
       01 ar-open-item.
         05 ar-key.
           10 ar-customer             pic x(6).
           10 ar-invoice-number       pic 9(6).
         05 ar-invoice-date           pic x(8).
         05 ar-amount-due             pic 9(7)v99.
         05 ar-amount-paid            pic 9(7)v99.

      *This redefines the numeric fields as plain text so a raw value
      *can be shown on a listing even when it fails a numeric check -
      *same pattern as ITEMREC's raw redefines.
       01 ar-open-item-raw redefines ar-open-item.
         05 filler                    pic x(6).
         05 ar-invoice-number-raw     pic x(6).
         05 filler                    pic x(8).
         05 ar-amount-due-raw         pic x(9).
         05 ar-amount-paid-raw        pic x(9).
