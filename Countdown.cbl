      * run that day; a run entry logs COMPLETED as before. The
      * log record carries the new disposition and reason fields
      * ahead of the timestamp.
      * CDNLOG is rebuilt each run, so every completion log record
      * is now also appended to the cumulative completion history
      * (CDNHIST, CDNHST copybook) with the run date in front -
      * opened EXTEND, and created on file status 35 - so the
      * monthly compliance report can show, day by day, whether
      * each rostered person was run on every day they were due.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT COMPLETION-LOG ASSIGN TO 'CDNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
               SELECT COMPLETION-HISTORY ASSIGN TO 'CDNHIST'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 CL-SKIP-REASON PIC X(20).
               05 CL-COMPLETION-TIMESTAMP PIC X(26).

           FD  COMPLETION-HISTORY
               RECORD CONTAINS 164 CHARACTERS.
           COPY CDNHST.

           WORKING-STORAGE SECTION.
           01 WS-NAME PIC X(100).
           01 WS-START PIC 9.
           01 WS-SKIP-REASON PIC X(20).
           01 WS-ROSTER-STATUS PIC X(2).
           01 WS-LOG-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-CURRENT-TIMESTAMP PIC X(26).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-ROSTER VALUE 'Y'.
                   WS-LOG-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND COMPLETION-HISTORY.
           IF WS-HISTORY-STATUS = '35' THEN
               OPEN OUTPUT COMPLETION-HISTORY
           END-IF.
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'COMPLETION-HISTORY OPEN FAILED, STATUS='
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           PERFORM B-PARA WITH TEST BEFORE UNTIL WS-END-OF-ROSTER.
           CLOSE ROSTER-FILE COMPLETION-LOG COMPLETION-HISTORY.
           STOP RUN.

           B-PARA.
                   WS-LOG-STATUS
               STOP RUN
           END-IF.
           PERFORM G-PARA-WRITE-HISTORY.

           F-PARA-WRITE-SKIP-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
                   WS-LOG-STATUS
               STOP RUN
           END-IF.
           PERFORM G-PARA-WRITE-HISTORY.

           G-PARA-WRITE-HISTORY.
           MOVE WS-RUN-DATE TO CH-RUN-DATE.
           MOVE COMPLETION-LOG-RECORD TO CH-LOG-DATA.
           WRITE COMPLETION-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'COMPLETION-HISTORY WRITE FAILED, STATUS='
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
