      * RETURN-CODE 12 first. Acknowledgments that match nothing
      * we sent are counted and listed too - the GL answering for
      * a posting we have no record of is worth a morning look.
      * Each outcome the run settles is now also written to the
      * acknowledgment event file (GLAKEVT, CALCAKH layout):
      * accepted or rejected-by-GL (with the GL's reason) for
      * tonight's details and for aged details the GL has now
      * answered, and unacknowledged for a detail first found
      * without an answer. The job appends the file onto the
      * cumulative acknowledgment history only on a clean RC=0,
      * alongside the aging swap, so the lifecycle trace can
      * report a detail's GL status long after the daily
      * acknowledgment file and the aging entry are gone.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT GL-ACK-RPT ASSIGN TO 'GLACKRPT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT GL-ACK-HISTORY-FILE ASSIGN TO 'GLAKEVT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
               RECORD CONTAINS 80 CHARACTERS.
           01  ACK-RPT-LINE PIC X(80).

           FD  GL-ACK-HISTORY-FILE
               RECORD CONTAINS 50 CHARACTERS.
           COPY CALCAKH.

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-ACK-STATUS PIC X(2).
           01 WS-AGING-IN-STATUS PIC X(2).
           01 WS-AGING-OUT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-CURRENT-TIMESTAMP PIC X(26).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-ACK-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'GL-ACK-HISTORY-FILE OPEN FAILED, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'CALCGLACK GL ACKNOWLEDGMENT RECONCILIATION'
               TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
               UNTIL ACK-IDX > WS-ACK-COUNT.

           PERFORM H-PARA-WRITE-TOTALS.
           CLOSE GL-AGING-OUT GL-ACK-RPT GL-ACK-HISTORY-FILE.
           STOP RUN.

           B-PARA-LOAD-ACK.
           PERFORM E9-PARA-FIND-ACK.
           IF WS-ACK-FOUND THEN
               MOVE 'Y' TO WS-ACK-USED-SWITCH(ACK-IDX)
               MOVE GLD-SOURCE-SYSTEM TO AH-SOURCE-SYSTEM
               PERFORM X1-PARA-WRITE-ACK-HISTORY
               IF WS-ACK-ACCEPTED(ACK-IDX) THEN
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
               MOVE GLD-RESULT TO AGO-RESULT
               MOVE WS-TODAY-DATE TO AGO-FIRST-UNACKED
               PERFORM X-PARA-WRITE-AGING
               MOVE SPACES TO GL-ACK-HISTORY-RECORD
               MOVE WS-TODAY-DATE TO AH-ACK-DATE
               MOVE GLD-TRANS-ID TO AH-TRANS-ID
               MOVE GLD-SOURCE-SYSTEM TO AH-SOURCE-SYSTEM
               MOVE GLD-RUN-DATE TO AH-RUN-DATE
               MOVE 'U' TO AH-STATUS
               PERFORM X2-PARA-PUT-ACK-HISTORY
           END-IF.

           E8-PARA-FIND-AGING.
           PERFORM F1-PARA-FIND-ACK-FOR-AGED.
           IF WS-ACK-FOUND THEN
               MOVE 'Y' TO WS-ACK-USED-SWITCH(ACK-IDX)
               MOVE WS-AGE-SOURCE-SYSTEM(AGE-IDX)
                   TO AH-SOURCE-SYSTEM
               PERFORM X1-PARA-WRITE-ACK-HISTORY
               ADD 1 TO WS-RESOLVED-COUNT
           ELSE
               PERFORM F2-PARA-CARRY-FORWARD
               STOP RUN
           END-IF.

      * The GL's answer for the matched acknowledgment entry; the
      * caller has already moved the detail's source system, which
      * the acknowledgment itself does not carry.
           X1-PARA-WRITE-ACK-HISTORY.
           MOVE WS-TODAY-DATE TO AH-ACK-DATE.
           MOVE WS-ACK-TRANS-ID(ACK-IDX) TO AH-TRANS-ID.
           MOVE WS-ACK-RUN-DATE(ACK-IDX) TO AH-RUN-DATE.
           MOVE WS-ACK-ACCEPT-SWITCH(ACK-IDX) TO AH-STATUS.
           MOVE WS-ACK-REASON(ACK-IDX) TO AH-REASON.
           PERFORM X2-PARA-PUT-ACK-HISTORY.

           X2-PARA-PUT-ACK-HISTORY.
           WRITE GL-ACK-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'GL-ACK-HISTORY-FILE WRITE FAILED, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           W-PARA-WRITE-RPT-LINE.
           WRITE ACK-RPT-LINE.
           IF WS-REPORT-STATUS NOT = '00' THEN
