      *item record. A run can supply an item number in a parameter
      *file to browse just that item's history (the usual "what was
      *this price last week" question); with no parameter file, or a
      *blank one, the whole journal is listed. The other programs
      *that change the master journal to the same file under their
      *own codes, and each line says which kind of change it was -
      *a scheduled price change A2-PriceApply put into effect shows
      *as such, with the price and cost before and after.
      *****************************************************************

       environment division.
         05 filler                 pic x(10)     value "  ITEM: ".
         05 ws-ah-item-filter      pic x(4).

       01 ws-audit-title-1.
         05 filler                 pic x(33)     value spaces.
         05 filler                 pic x(37)     value "BEFORE".
         05 filler                 pic x(5)      value "AFTER".

       01 ws-audit-title.
         05 filler                 pic x(10)     value "DATE      ".
         05 filler                 pic x(11)     value "TIME       ".
         05 filler                 pic x(5)      value "CODE ".
         05 filler                 pic x(7)      value "ITEM   ".
         05 filler                 pic x(17)     value
         "CL DESCRIPTION   ".
         05 filler                 pic x(4)      value "QTY ".
         05 filler                 pic x(7)      value "PRICE  ".
         05 filler                 pic x(9)      value "COST     ".
         05 filler                 pic x(17)     value
         "CL DESCRIPTION   ".
         05 filler                 pic x(4)      value "QTY ".
         05 filler                 pic x(7)      value "PRICE  ".
         05 filler                 pic x(8)      value "COST    ".
         05 filler                 pic x(4)      value "TYPE".

      *****************************************************************
      *This is the journal detail line - the raw quantity, price and
      *cost text from the images is shown, not edited pictures, so a
      *blank image (no before record on an add, no after record on a
      *delete) prints blank instead of zeros. The type spells out
      *what the one-character code means - in particular which
      *changes were scheduled price changes A2-PriceApply put into
      *effect rather than maintenance someone keyed that night.

       01 ws-audit-detail.
         05 ws-al-date             pic x(8).
         05 ws-al-code             pic x(1).
         05 filler                 pic x(4)      value spaces.
         05 ws-al-item-number      pic x(4).
         05 filler                 pic x(3)      value spaces.
         05 ws-al-b-class          pic x(1).
         05 filler                 pic x(2)      value spaces.
         05 ws-al-b-description    pic x(13).
         05 ws-al-b-quantity       pic x(3).
         05 filler                 pic x(1)      value spaces.
         05 ws-al-b-price          pic x(6).
         05 filler                 pic x(1)      value spaces.
         05 ws-al-b-cost           pic x(6).
         05 filler                 pic x(3)      value spaces.
         05 ws-al-a-class          pic x(1).
         05 filler                 pic x(2)      value spaces.
         05 ws-al-a-description    pic x(13).
         05 ws-al-a-quantity       pic x(3).
         05 filler                 pic x(1)      value spaces.
         05 ws-al-a-price          pic x(6).
         05 filler                 pic x(1)      value spaces.
         05 ws-al-a-cost           pic x(6).
         05 filler                 pic x(2)      value spaces.
         05 ws-al-type             pic x(22).

       01 ws-audit-total.
         05 filler                 pic x(26)     value
           end-if.

           write audit-report-line from ws-audit-heading.
           write audit-report-line from ws-audit-title-1
             after advancing 2 lines.
           write audit-report-line from ws-audit-title
             after advancing 1 line.

       030-read-journal.
           if ws-journal-available not = "Y"
           move bi-description       to ws-al-b-description.
           move bi-quantity-raw      to ws-al-b-quantity.
           move bi-unit-price-raw    to ws-al-b-price.
           move bi-unit-cost-raw     to ws-al-b-cost.
           move ai-product-class     to ws-al-a-class.
           move ai-description       to ws-al-a-description.
           move ai-quantity-raw      to ws-al-a-quantity.
           move ai-unit-price-raw    to ws-al-a-price.
           move ai-unit-cost-raw     to ws-al-a-cost.

           evaluate au-code
               when "A"
                   move "ADD"                    to ws-al-type
               when "C"
                   move "CHANGE"                 to ws-al-type
               when "D"
                   move "DELETE"                 to ws-al-type
               when "K"
                   move "COUNT ADJUSTMENT"       to ws-al-type
               when "R"
                   move "CUSTOMER RETURN"        to ws-al-type
               when "S"
                   move "SCHEDULED PRICE CHANGE" to ws-al-type
               when other
                   move "UNKNOWN CODE"           to ws-al-type
           end-evaluate.

           write audit-report-line from ws-audit-detail
             after advancing 1 line.
