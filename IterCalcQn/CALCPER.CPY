      * Accounting period control record, one per GL month, kept by
      * operations. PC-STATUS is 'O' while the month is open and
      * 'C' once the GL has closed it; PC-CLOSED-DATE and
      * PC-CLOSED-BY record the close (zero and blank while open).
      * A month with no record here is open. IterCalc and the GL
      * extract read it to recognize postings for a closed month
      * and carry them into the earliest month after it that is
      * still open, as prior-period adjustments.
           01  CALC-PERIOD-RECORD.
               05 PC-PERIOD PIC 9(6).
               05 PC-STATUS PIC X(1).
                   88 PC-OPEN VALUE 'O'.
                   88 PC-CLOSED VALUE 'C'.
               05 PC-CLOSED-DATE PIC 9(8).
               05 PC-CLOSED-BY PIC X(8).
