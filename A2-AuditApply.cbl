      *with what was done with it. A2-CountEntry's "K" count
      *adjustments sit on the same journal and replay here exactly
      *like changes - the after image is what the shelf really held.
      *A2-Returns' "R" customer returns put back on stock replay the
      *same way, and so do A2-PriceApply's "S" scheduled price
      *changes.
      *****************************************************************

       environment division.
      *"K" is A2-CountEntry's physical-count adjustment - a rewrite
      *of the after image, replayed exactly like a change.
         05 ws-count-code          pic x         value "K".
      *"R" is A2-Returns' customer return put back on stock - also a
      *rewrite of the after image, replayed like a change.
         05 ws-return-code         pic x         value "R".
      *"S" is A2-PriceApply's scheduled price change taking effect -
      *a rewrite of the after image, replayed like a change.
         05 ws-scheduled-code      pic x         value "S".

      *****************************************************************
      *This section holds the from-date filter from the parameter
                       perform 120-reapply-change
                   when ws-count-code
                       perform 120-reapply-change
                   when ws-return-code
                       perform 120-reapply-change
                   when ws-scheduled-code
                       perform 120-reapply-change
                   when ws-delete-code
                       perform 130-reapply-delete
                   when other
