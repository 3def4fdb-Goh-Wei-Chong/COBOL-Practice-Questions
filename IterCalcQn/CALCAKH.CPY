      * GL acknowledgment history record layout, shared by
      * CalcGLAck (which writes one record per extract detail it
      * settles each run for the job to append to the cumulative
      * history) and the lifecycle trace that reads it back.
      * AH-STATUS 'A' accepted by the GL, 'R' rejected by the GL
      * with its reason, 'U' not acknowledged on the first day
      * the detail was looked for. AH-RUN-DATE is the extract run
      * date the GL holds the detail under; AH-ACK-DATE is the
      * date CalcGLAck recorded the outcome.
           01  GL-ACK-HISTORY-RECORD.
               05 AH-ACK-DATE PIC 9(8).
               05 AH-TRANS-ID PIC X(10).
               05 AH-SOURCE-SYSTEM PIC X(3).
               05 AH-RUN-DATE PIC 9(8).
               05 AH-STATUS PIC X(1).
                   88 AH-ACCEPTED VALUE 'A'.
                   88 AH-REJECTED VALUE 'R'.
                   88 AH-UNACKNOWLEDGED VALUE 'U'.
               05 AH-REASON PIC X(20).
