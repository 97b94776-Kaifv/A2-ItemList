      *****************************************************************
      *Shared stock-transfer journal record layout - the
      *A2-Transfer.jrnl file A2-Transfer appends one record to for
      *every movement it posts between warehouses. xf-code is "S"
      *when the stock left the from-warehouse and went in transit to
      *the to-warehouse, "R" when the to-warehouse received it off
      *the truck. xf-unit-cost is the item's il-unit-cost at the
      *moment of the movement, so the value of stock in transit can
      *be stated from the journal alone. The journal is append-only,
      *like A2-ItemMaint.jrnl.
      *****************************************************************
       01 transfer-journal-record.
         05 xf-date                 pic x(8).
         05 xf-time                 pic x(8).
         05 xf-code                 pic x(1).
         05 xf-item-number          pic x(4).
         05 xf-from-warehouse       pic x(2).
         05 xf-to-warehouse         pic x(2).
         05 xf-quantity             pic 999.
         05 xf-unit-cost            pic 9(4)v99.
