      *****************************************************************
      *Shared purchase price variance record layout - appended by
      *A2-POReceive, one record per posted receipt with the unit cost
      *on the PO line and the unit cost invoiced, and read back by
      *A2-PPVReport to show purchasing the dollar effect by vendor
      *and item, and by A2-IntegCheck as the history of receipts. A
      *record invoiced at the PO cost, or with no PO cost, carries no
      *variance. The dollar effect of a record is the invoiced cost
      *less the PO cost, times the quantity received - positive when
      *the vendor billed more than the PO said.
      *****************************************************************
       01 ppv-record.
         05 pv-receipt-date         pic x(8).
         05 pv-vendor-code          pic x(4).
         05 pv-item-number          pic x(4).
         05 pv-po-number            pic 9(6).
         05 pv-quantity             pic 999.
         05 pv-po-cost              pic 9(4)v99.
         05 pv-invoice-cost         pic 9(4)v99.

      *This redefines the numeric fields as plain text so a raw value
      *can be shown on a listing even when it fails a numeric check -
      *same pattern as ITEMREC's raw redefines.
       01 ppv-record-raw redefines ppv-record.
         05 filler                  pic x(16).
         05 pv-po-number-raw        pic x(6).
         05 pv-quantity-raw         pic x(3).
         05 pv-po-cost-raw          pic x(6).
         05 pv-invoice-cost-raw     pic x(6).
