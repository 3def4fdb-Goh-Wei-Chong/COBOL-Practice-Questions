      * carrying the exceptions read, transactions resubmitted
      * and exceptions still rejected, for the morning operations
      * report.
      * The disposition record now also carries the corrected
      * operands and operator of a RESUBMITTED item (zeros and
      * spaces otherwise), so the exception aging step can keep
      * the correction on its event history for the help desk's
      * lifecycle trace.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01  RECYCLE-LINE PIC X(80).

           FD  CALC-DISPOSITION-FILE
               RECORD CONTAINS 62 CHARACTERS.
           01  CALC-DISPOSITION-RECORD.
               05 DS-TRANS-ID PIC X(10).
               05 DS-SOURCE-SYSTEM PIC X(3).
               05 DS-REASON-CODE PIC X(2).
               05 DS-DISPOSITION PIC X(14).
               05 DS-NEW-FIRSTNUMBER PIC S9(13)V9(2).
               05 DS-NEW-SECONDNUMBER PIC S9(13)V9(2).
               05 DS-NEW-OPERATOR PIC X(3).

           FD  CALC-RUN-CONTROL
               RECORD CONTAINS 84 CHARACTERS.
           MOVE CE-SOURCE-SYSTEM TO DS-SOURCE-SYSTEM.
           MOVE CE-REASON-CODE TO DS-REASON-CODE.
           MOVE WS-DISPOSITION TO DS-DISPOSITION.
           IF WS-DISPOSITION = 'RESUBMITTED' THEN
               MOVE WS-REPAIR-FIRST TO DS-NEW-FIRSTNUMBER
               MOVE WS-REPAIR-SECOND TO DS-NEW-SECONDNUMBER
               MOVE WS-COR-NEW-OPERATOR(COR-IDX) TO DS-NEW-OPERATOR
           ELSE
               MOVE 0 TO DS-NEW-FIRSTNUMBER
               MOVE 0 TO DS-NEW-SECONDNUMBER
               MOVE SPACES TO DS-NEW-OPERATOR
           END-IF.
           WRITE CALC-DISPOSITION-RECORD.
           IF WS-DISPOSITION-STATUS NOT = '00' THEN
               DISPLAY 'CALC-DISPOSITION-FILE WRITE FAILED, '
