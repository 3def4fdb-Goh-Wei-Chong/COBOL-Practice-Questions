      * Every fatal stop sets RETURN-CODE 12 first so the job's
      * merge of the generated batch into the live feed is
      * conditioned on a clean run.
      * The order id is deliberately repeated as CT-TRANS-ID on
      * every night the order falls due. IterCalc's duplicate
      * check does not look back past tonight's feed for an 'SO'
      * batch, so the repeat does not reject DT, and the order
      * stays traceable by a single id.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
