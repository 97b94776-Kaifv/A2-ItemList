      *Description: This is the batch control program for the nightly
      *sequence, so it is no longer run by hand with nothing stopping
      *the chain when a step fails. It calls the steps in order -
      *A2-ItemMaint, A2-PriceApply, A2-ItemList, A2-ExtractBalance,
      *A2-GLPost, A2-SalesGLPost, A2-TrendReport, A2-IntegCheck -
      *checks each step's return code (the programs set RETURN-CODE 1
      *on open failures and A2-ExtractBalance sets it when the feed
      *does not balance), and skips every later step once one has

       01 ws-step-names.
         05 ws-step-itemmaint      pic x(18)     value "A2-ITEMMAINT".
         05 ws-step-priceapply     pic x(18)     value
         "A2-PRICEAPPLY".
         05 ws-step-itemlist       pic x(18)     value "A2-ITEMLIST".
         05 ws-step-extractbal     pic x(18)     value
         "A2-EXTRACTBALANCE".
         05 ws-step-glpost         pic x(18)     value "A2-GLPOST".
         05 ws-step-salesglpost    pic x(18)     value
         "A2-SALESGLPOST".
         05 ws-step-trendreport    pic x(18)     value "A2-TRENDREPORT".
         05 ws-step-integcheck     pic x(18)     value
         "A2-INTEGCHECK".

       01 ws-batch-control.
         05 ws-current-step        pic x(18)     value spaces.
           move ws-step-itemmaint to ws-current-step.
           perform 200-run-one-step.

      *scheduled price changes go in behind the night's keyed
      *maintenance and ahead of the listing and extract, so everything
      *after this reports and posts at the prices now in effect
           move ws-step-priceapply to ws-current-step.
           perform 200-run-one-step.

           move ws-step-itemlist to ws-current-step.
           perform 200-run-one-step.

           move ws-step-glpost to ws-current-step.
           perform 200-run-one-step.

           move ws-step-salesglpost to ws-current-step.
           perform 200-run-one-step.

           move ws-step-trendreport to ws-current-step.
           perform 200-run-one-step.

      *the integrity check runs last - it changes nothing, so a
      *serious finding fails the batch for the morning crew to see
      *without holding back any step ahead of it
           move ws-step-integcheck to ws-current-step.
           perform 200-run-one-step.

           perform 110-log-batch-end.

           close run-log-file.
           evaluate ws-current-step
               when ws-step-itemmaint
                   call "A2-ItemMaint"
               when ws-step-priceapply
                   call "A2-PriceApply"
               when ws-step-itemlist
                   call "A2-ItemList"
               when ws-step-extractbal
                   call "A2-ExtractBalance"
               when ws-step-glpost
                   call "A2-GLPost"
               when ws-step-salesglpost
                   call "A2-SalesGLPost"
               when ws-step-trendreport
                   call "A2-TrendReport"
               when ws-step-integcheck
                   call "A2-IntegCheck"
           end-evaluate.

      *This stamps and writes one run log line.
