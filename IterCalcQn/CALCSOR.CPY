      * the maintenance program enforces both - and becomes the
      * generated transaction's CT-TRANS-ID, so a recurring
      * calculation is traceable through results and exceptions
      * by its order id. The same id posts on every night the
      * order falls due; IterCalc checks an 'SO' batch for
      * duplicates against tonight's feed only.
      * SO-FREQUENCY is 'D' (every processing day), 'W' (weekly,
      * SO-FREQ-DAY 1-7, 1 = Monday) or 'M' (monthly, SO-FREQ-DAY
      * 1-31, an order on 29-31 simply does not fall due in a
