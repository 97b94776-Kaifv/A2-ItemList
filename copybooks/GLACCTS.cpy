      *****************************************************************
      *Shared GL account map row layout - the hand-maintained
      *A2-GLAccts.dat, one row per product class carrying its sales,
      *discount, freight, cost-of-goods-sold and inventory account
      *numbers, plus a "*" row naming the receivables control account
      *in ga-sales-acct. A2-GLPost posts through the first three
      *accounts, A2-SalesGLPost through the sales, freight, cost and
      *inventory accounts. Both read the full row, so the file is
      *only ever described one way.
      *****************************************************************
       01 account-map-record.
         05 ga-class               pic x(1).
         05 ga-sales-acct          pic x(6).
         05 ga-discount-acct       pic x(6).
         05 ga-freight-acct        pic x(6).
         05 ga-cogs-acct           pic x(6).
         05 ga-inventory-acct      pic x(6).
