      *quantity ON HAND; the inventory-control fields behind the unit
      *price - quantity on order, reorder point and primary vendor -
      *are what A2-StockStatus reports from, so reorder decisions come
      *off the master instead of a spreadsheet. il-vendor-code must
      *name a vendor on the A2-VendMaint vendor master - A2-ItemMaint
      *refuses one that is unknown or inactive. il-unit-cost is what
      *we pay for the item (il-unit-price is what we charge) - the
      *margin and valuation reporting works off the difference. It
      *sits at the end of the record so the older fields keep their
