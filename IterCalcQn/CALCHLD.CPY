      * Large-value hold queue record layout, shared by the GL
      * extract (which adds each posted result above its source
      * system's review threshold and withholds it from the GL)
      * and the hold release program (which applies supervisor
      * decisions and rewrites the queue). One record per held
      * result, keyed like the result master by run date plus
      * audit sequence.
      * HQ-STATUS is 'H' while the item awaits a decision, 'R'
      * once released (the record then moves to the released
      * file the next GL extract sends) and 'D' once declined
      * (the item stays on the queue until its generated reversal
      * has posted to the master, so the extract can keep that
      * reversal out of the GL too). 'C' closes an item whose
      * original was reversed by its department while it was
      * held, so nothing further posts. HQ-HELD-DATE is the
      * business date the item was first held; HQ-DECIDED-BY and
      * HQ-DECISION-DATE are blank and zero until a decision.
           01  CALC-HOLD-RECORD.
               05 HQ-KEY.
                   10 HQ-RUN-DATE PIC 9(8).
                   10 HQ-SEQUENCE PIC 9(9).
               05 HQ-TRANS-ID PIC X(10).
               05 HQ-SOURCE-SYSTEM PIC X(3).
               05 HQ-OPERATOR PIC X(3).
               05 HQ-RESULT PIC S9(13)V9(2).
               05 HQ-THRESHOLD PIC 9(13)V9(2).
               05 HQ-HELD-DATE PIC 9(8).
               05 HQ-STATUS PIC X(1).
                   88 HQ-HELD VALUE 'H'.
                   88 HQ-RELEASED VALUE 'R'.
                   88 HQ-DECLINED VALUE 'D'.
                   88 HQ-CLOSED VALUE 'C'.
               05 HQ-DECIDED-BY PIC X(8).
               05 HQ-DECISION-DATE PIC 9(8).
