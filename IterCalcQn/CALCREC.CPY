      * be numeric (send zeros) so the batch hash total stays
      * computable from the file content alone; a reference to a
      * register nothing has stored into is rejected.
      * An 'R' reversal detail backs out a result already on the
      * result master: it carries its own CT-TRANS-ID and
      * CT-SOURCE-SYSTEM in the detail positions and names the
      * original posting by its master key (run date plus audit
      * sequence) in CT-REV-ORIG-KEY. Reversals count as details
      * in the trailer record count, and the two key fields take
      * the place of the operands in the hash total.
           01  CALC-TRANS-RECORD.
               05 CT-RECORD-TYPE PIC X(1).
               05 CT-DETAIL.
                   10 CT-BATCH-ID PIC X(8).
                   10 CT-BUSINESS-DATE PIC 9(8).
                   10 FILLER PIC X(37).
               05 CT-REVERSAL REDEFINES CT-DETAIL.
                   10 FILLER PIC X(13).
                   10 CT-REV-ORIG-KEY.
                       15 CT-REV-ORIG-RUN-DATE PIC 9(8).
                       15 CT-REV-ORIG-SEQUENCE PIC 9(9).
                   10 FILLER PIC X(23).
               05 CT-TRAILER REDEFINES CT-DETAIL.
                   10 CT-RECORD-COUNT PIC 9(9).
                   10 CT-HASH-TOTAL PIC 9(13)V9(2).
