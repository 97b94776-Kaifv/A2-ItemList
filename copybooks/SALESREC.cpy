      *A2-SalesAnalysis to report units and revenue by item and by
      *product class over a date range. Until this file existed the
      *only history anywhere was A2-ItemList.trend's one grand-total
      *record per pricing run - nothing per item. sh-invoice-number
      *is the invoice the line was billed on; it sits at the end of
      *the record so the older fields keep their offsets, and
      *records written before invoices were numbered read back with
      *it blank. sh-line-type is spaces for a sale and "R" for a
      *customer return credited by A2-Returns - a return line carries
      *the quantity and amounts credited, and every reader counts it
      *negative against the sales; older records read back with it
      *blank, as sales. sh-original-date is set on a return line only
      *- the invoice date of the sale the goods came back from, so
      *A2-Returns can tell what a sale has already had credited -
      *and is blank on sales and on return lines written before it
      *was added.
      *****************************************************************
       01 sales-history-record.
         05 sh-invoice-date         pic x(8).
         05 sh-quantity             pic 999.
         05 sh-net-amount           pic 9(8)v99.
         05 sh-trans-charge         pic 9(8)v99.
         05 sh-invoice-number       pic 9(6).
         05 sh-line-type            pic x(1).
         05 sh-original-date        pic x(8).

      *This redefines the numeric fields as plain text so a raw value
      *can be shown on a listing even when it fails a numeric check -
         05 sh-quantity-raw         pic x(3).
         05 sh-net-amount-raw       pic x(10).
         05 sh-trans-charge-raw     pic x(10).
         05 sh-invoice-number-raw   pic x(6).
         05 filler                  pic x(9).
