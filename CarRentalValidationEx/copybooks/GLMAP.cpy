      *   RR  rental revenue             MI  mileage revenue
      *   IN  insurance revenue          DS  loyalty discounts
      *   LF  late-fee revenue           DM  damage recovery
      *   CM  credit memo allowances     DB  debit memo charges
      *   WO  bad-debt write-offs        RF  customer refunds
      *   TX  sales tax payable          SC  surcharge payable
      *   NS  no-show fee revenue        FA  fleet asset cost
      *   AD  accumulated depreciation   DE  depreciation expense
      *   GN  gain on fleet disposal     LS  loss on fleet disposal
      * 28 characters.
       01 GL-MAP-RECORD.
         05 GLM-SOURCE-CODE PIC X(2).
