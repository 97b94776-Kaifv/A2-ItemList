      *Shared audit journal record layout - written by A2-ItemMaint,
      *one record per applied maintenance transaction, and by
      *A2-CountEntry, one record (code "K") per posted physical-count
      *adjustment, and by A2-Returns, one record (code "R") per
      *customer return put back on stock, and by A2-PriceApply, one
      *record (code "S") per item a scheduled price change rewrote,
      *and read back
      *by A2-AuditList (to browse what a record looked like before and
      *after a change) and by A2-AuditApply (to re-apply journaled
      *transactions forward against a restored master). The before
