      * Exception event history record layout, shared by
      * CalcExcAge (which writes one record per event each night
      * for the job to append to the cumulative history) and the
      * lifecycle trace that reads the history back.
      * EH-EVENT-TYPE 'J' is a rejection off CALCEXCP with its
      * reason, 'D' a CalcRecycle disposition (with the corrected
      * operands and operator when the item was resubmitted) and
      * 'C' an aging entry closed as posted on resubmission.
      * EH-EVENT-DATE is the business date of the run that
      * produced the event. EH-OPERATOR is the operator of the
      * rejected transaction on a 'J' event (the monthly
      * chargeback counts rejects by operator) and spaces on the
      * others.
           01  CALC-EXC-HISTORY-RECORD.
               05 EH-EVENT-DATE PIC 9(8).
               05 EH-TRANS-ID PIC X(10).
               05 EH-SOURCE-SYSTEM PIC X(3).
               05 EH-EVENT-TYPE PIC X(1).
                   88 EH-REJECTED VALUE 'J'.
                   88 EH-DISPOSED VALUE 'D'.
                   88 EH-CLOSED VALUE 'C'.
               05 EH-REASON-CODE PIC X(2).
               05 EH-REASON-TEXT PIC X(30).
               05 EH-DISPOSITION PIC X(14).
               05 EH-NEW-FIRSTNUMBER PIC S9(13)V9(2).
               05 EH-NEW-SECONDNUMBER PIC S9(13)V9(2).
               05 EH-NEW-OPERATOR PIC X(3).
               05 EH-OPERATOR PIC X(3).
