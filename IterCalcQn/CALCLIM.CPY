      * magnitude (sign ignored) of the operands going in and the
      * result coming out; LM-REGISTER-ALLOWED ('Y'/'N') says
      * whether the system may use the named memory registers.
      * LM-REVIEW-THRESHOLD is the result magnitude above which a
      * posted result is held back from the GL extract for
      * supervisor review; zero means nothing is held. Records
      * written before the field existed read it as spaces, which
      * the readers treat as zero.
           01  CALC-LIMIT-RECORD.
               05 LM-SOURCE-SYSTEM PIC X(3).
               05 LM-ALLOWED-OPERATORS.
               05 LM-MAX-OPERAND PIC 9(13)V9(2).
               05 LM-MAX-RESULT PIC 9(13)V9(2).
               05 LM-REGISTER-ALLOWED PIC X(1).
               05 LM-REVIEW-THRESHOLD PIC 9(13)V9(2).
