      * Prior-period adjustment record, written by IterCalc for
      * each result it posts from a batch whose business date falls
      * in a closed accounting period (CALCPER). Keyed like the
      * result master by run date plus audit sequence; PJ-BUSINESS-
      * DATE is the batch's own business date and PJ-ADJUST-DATE
      * the date the posting is carried into - the first processing
      * day of the earliest open period after it. The night's file
      * is read by CalcSummary and the GL extract and appended to
      * the cumulative adjustment history the month-end close
      * report lists from.
           01  CALC-ADJUST-RECORD.
               05 PJ-KEY.
                   10 PJ-RUN-DATE PIC 9(8).
                   10 PJ-SEQUENCE PIC 9(9).
               05 PJ-TRANS-ID PIC X(10).
               05 PJ-SOURCE-SYSTEM PIC X(3).
               05 PJ-OPERATOR PIC X(3).
               05 PJ-RESULT PIC S9(13)V9(2).
               05 PJ-BATCH-ID PIC X(8).
               05 PJ-BUSINESS-DATE PIC 9(8).
               05 PJ-ADJUST-DATE PIC 9(8).
