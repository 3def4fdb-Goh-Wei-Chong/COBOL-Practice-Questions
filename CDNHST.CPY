      * Completion history record layout, shared by Countdown, which
      * appends one record for every completion log record it
      * writes, and the monthly compliance report, which reads the
      * history back. CH-RUN-DATE is the date Countdown judged the
      * entry due or not due on; CH-LOG-DATA is the completion log
      * record exactly as written to CDNLOG that run. The history
      * is never rebuilt, so a night Countdown did not run shows up
      * as a date with no record at all.
           01  COMPLETION-HISTORY-RECORD.
               05 CH-RUN-DATE PIC 9(8).
               05 CH-LOG-DATA.
                   10 CH-NAME PIC X(100).
                   10 CH-START PIC 9.
                   10 CH-DISPOSITION PIC X(9).
                       88 CH-COMPLETED VALUE 'COMPLETED'.
                       88 CH-SKIPPED VALUE 'SKIPPED'.
                   10 CH-SKIP-REASON PIC X(20).
                   10 CH-COMPLETION-TIMESTAMP PIC X(26).
