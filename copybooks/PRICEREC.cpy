      *****************************************************************
      *Shared pending price change record layout - the indexed file
      *at A2-PriceChg.dat of price and cost changes keyed ahead of
      *the day they take effect. Maintained by A2-PriceMaint; applied
      *to the item master by A2-PriceApply in the night batch once
      *pp-effective-date has arrived; read by A2-ItemInquiry so the
      *desk can see a price change coming. pp-scope is "I" for one
      *item (pp-target holds the item number) or "C" for a whole
      *product class (the class in the first byte of pp-target, the
      *rest spaces). The key runs scope, target, then effective date,
      *so an item's or a class's changes read back in date order.
      *A2-PriceApply sorts the due changes into effective-date order
      *across both scopes, a class change ahead of an item change on
      *the same date, before applying them. A blank
      *pp-new-price or pp-new-cost leaves that field as it is on the
      *master. pp-status is "P" while the change is pending and "A"
      *once A2-PriceApply has applied it - applied records stay on
      *file as the history of who asked for what.
      *****************************************************************
       01 price-change-line.
         05 pp-key.
           10 pp-scope              pic x(1).
           10 pp-target             pic x(4).
           10 pp-effective-date     pic x(8).
         05 pp-new-price            pic 9(4)v99.
         05 pp-new-cost             pic 9(4)v99.
         05 pp-requested-by         pic x(10).
         05 pp-entered-date         pic x(8).
         05 pp-status               pic x(1).
         05 pp-applied-date         pic x(8).

      *This redefines the numeric fields as plain text so a blank
      *(no change) can be told from a zero and a raw value can be
      *shown on a listing - same pattern as ITEMREC's raw redefines.
       01 price-change-line-raw redefines price-change-line.
         05 filler                  pic x(13).
         05 pp-new-price-raw        pic x(6).
         05 pp-new-cost-raw         pic x(6).
         05 filler                  pic x(27).
