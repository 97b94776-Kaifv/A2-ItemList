      *receiving run minus everything fully received, so po-order-qty
      *is the quantity still OPEN on the line, not the quantity
      *originally cut. po-order-date is the run date the PO was cut.
      *po-unit-cost is the unit cost expected when the PO was cut -
      *the item's il-unit-cost at that moment - which A2-POReceive
      *compares the vendor's invoiced cost against. It sits at the
      *end of the record so the older fields keep their offsets; a
      *line written before POs were costed reads back with it blank
      *and is carried as zero, meaning no PO cost to compare.
      *po-warehouse is the two-digit warehouse the line is to be
      *delivered to and received into (see LOCREC); a line written
      *before it existed reads back blank, meaning the main warehouse
      *"01".
      *****************************************************************
       01 po-record.
         05 po-number               pic 9(6).
         05 po-item-number          pic x(4).
         05 po-order-qty            pic 999.
         05 po-order-date           pic x(8).
         05 po-unit-cost            pic 9(4)v99.
         05 po-warehouse            pic x(2).

      *This redefines the numeric fields as plain text so a raw value
      *can be shown on a listing even when it fails a numeric check -
         05 filler                  pic x(8).
         05 po-order-qty-raw        pic x(3).
         05 filler                  pic x(8).
         05 po-unit-cost-raw        pic x(6).
         05 filler                  pic x(2).
