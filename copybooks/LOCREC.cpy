      *****************************************************************
      *Shared location-stock record layout - the indexed file at
      *A2-LocStock.dat of what each warehouse holds of an item, keyed
      *on item number plus two-digit warehouse code. Maintained by
      *A2-LocMaint; relieved by A2-OrderEntry and A2-BORelease at the
      *customer's home warehouse; put back by A2-Returns; ordered and
      *received into by A2-POGen and A2-POReceive; moved between
      *sites by A2-Transfer; counted by A2-CountSheet/A2-CountEntry
      *and reported by A2-StockStatus. The item master keeps the
      *totals: il-quantity is the sum of ls-qty-on-hand plus
      *ls-qty-in-transit across an item's locations (stock on a
      *truck between two sites is still ours), and il-qty-on-order
      *is the sum of ls-qty-on-order. ls-qty-in-transit is stock
      *shipped to this warehouse by A2-Transfer and not yet received
      *here. Warehouse "01" is the main warehouse - an item with no
      *location records at all is held whole there, and the first
      *location added for an item must be it. ls-reorder-point is
      *the reorder point for the item at that site.
      *****************************************************************
       01 location-stock-record.
         05 ls-key.
           10 ls-item-number        pic x(4).
           10 ls-warehouse          pic x(2).
         05 ls-qty-on-hand          pic 999.
         05 ls-qty-on-order         pic 999.
         05 ls-reorder-point        pic 999.
         05 ls-qty-in-transit       pic 999.

      *This redefines the numeric fields as plain text so a raw value
      *can be shown on a listing even when it fails a numeric check -
      *same pattern as ITEMREC's raw redefines.
       01 location-stock-record-raw redefines location-stock-record.
         05 filler                  pic x(6).
         05 ls-qty-on-hand-raw      pic x(3).
         05 ls-qty-on-order-raw     pic x(3).
         05 ls-reorder-point-raw    pic x(3).
         05 ls-qty-in-transit-raw   pic x(3).
