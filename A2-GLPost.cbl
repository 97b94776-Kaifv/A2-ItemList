      *prove), re-adds the dated extract by product class, and maps
      *each class's amounts through the hand-maintained account file
      *A2-GLAccts.dat - one row per class carrying its sales,
      *discount and freight account numbers, and behind them the
      *cost-of-goods-sold and inventory accounts A2-SalesGLPost
      *posts cost of sales to (not used here), plus a "*" row naming
      *the receivables control account. The entry it builds is:
      *debit receivables for what the customers owe (net plus
      *freight), debit each class's discount account for the
           file status is ws-trend-status.

      *This is the hand-maintained account map - product class to
      *sales/discount/freight (and cost-of-goods-sold/inventory)
      *account numbers, and the "*" row for the receivables control
      *account.
           select account-map-file
           assign to "../../../A2-GLAccts.dat"
           organization is line sequential

       fd account-map-file
           data record is account-map-record
           record contains 31 characters.

           copy GLACCTS.

       fd posting-report-file
           data record is posting-report-line
