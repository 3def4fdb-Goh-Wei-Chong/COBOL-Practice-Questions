      * jobs; every fatal stop sets RETURN-CODE 12 first. A
      * missing master (file status 35) is tolerated as the
      * first-ever run and starts the master empty.
      * Every event the run applies is now also written to the
      * exception event file (CALCEHST, CALCEHS layout): each
      * rejection with its reason, each CalcRecycle disposition
      * with the correction it carried, and each entry closed as
      * posted. The job appends the file onto the cumulative
      * exception history only on a clean RC=0, like the master
      * swap, so the lifecycle trace can still show a rejection
      * after its entry has closed and dropped off the master.
      * CALCDISP widened in step with CalcRecycle.
      * A rejection event now also carries the rejected
      * transaction's operator, so the monthly chargeback can
      * count rejects by operator as well as by source system.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT CALC-SUPERVISOR-FILE ASSIGN TO 'CALCSUPR'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUPERVISOR-STATUS.
               SELECT CALC-EXC-HISTORY-FILE ASSIGN TO 'CALCEHST'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY CALCEXC.

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

           FD  CALC-AGE-MASTER-IN
               RECORD CONTAINS 44 CHARACTERS.
               RECORD CONTAINS 44 CHARACTERS.
           01  CALC-SUPERVISOR-RECORD PIC X(44).

           FD  CALC-EXC-HISTORY-FILE
               RECORD CONTAINS 104 CHARACTERS.
           COPY CALCEHS.

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-RECON-STATUS PIC X(2).
           01 WS-MASTER-OUT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-SUPERVISOR-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CALC-EXC-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'CALC-EXC-HISTORY-FILE OPEN FAILED, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS NOT = '00' THEN
               UNTIL MST-IDX > WS-MASTER-COUNT.
           PERFORM H-PARA-WRITE-TOTALS.
           CLOSE CALC-AGE-MASTER-OUT CALC-SUPERVISOR-FILE
                 CALC-AGE-RPT CALC-EXC-HISTORY-FILE.
           STOP RUN.

           B-PARA-LOAD-MASTER.
               MOVE SPACE TO WS-MST-RESOLVED-SWITCH(MST-IDX)
           END-IF.
           MOVE 'Y' TO WS-MST-SEEN-SWITCH(MST-IDX).
           MOVE SPACES TO CALC-EXC-HISTORY-RECORD.
           MOVE CE-TRANS-ID TO EH-TRANS-ID.
           MOVE CE-SOURCE-SYSTEM TO EH-SOURCE-SYSTEM.
           MOVE 'J' TO EH-EVENT-TYPE.
           MOVE CE-REASON-CODE TO EH-REASON-CODE.
           MOVE CE-REASON-TEXT TO EH-REASON-TEXT.
           MOVE CE-OPERATOR TO EH-OPERATOR.
           PERFORM X-PARA-WRITE-HISTORY.

           E-PARA-NEXT-DISPOSITION.
           READ CALC-DISPOSITION-FILE
           E1-PARA-APPLY-DISPOSITION.
           MOVE DS-TRANS-ID TO WS-LOOKUP-TRANS-ID.
           MOVE DS-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM.
           MOVE SPACES TO CALC-EXC-HISTORY-RECORD.
           MOVE DS-TRANS-ID TO EH-TRANS-ID.
           MOVE DS-SOURCE-SYSTEM TO EH-SOURCE-SYSTEM.
           MOVE 'D' TO EH-EVENT-TYPE.
           MOVE DS-REASON-CODE TO EH-REASON-CODE.
           MOVE DS-DISPOSITION TO EH-DISPOSITION.
           MOVE DS-NEW-FIRSTNUMBER TO EH-NEW-FIRSTNUMBER.
           MOVE DS-NEW-SECONDNUMBER TO EH-NEW-SECONDNUMBER.
           MOVE DS-NEW-OPERATOR TO EH-NEW-OPERATOR.
           PERFORM X-PARA-WRITE-HISTORY.
           PERFORM Y-PARA-FIND-MASTER.
           IF NOT WS-MASTER-FOUND THEN
               ADD 1 TO WS-ORPHAN-DISP-COUNT
               AND NOT WS-MST-SEEN-TODAY(MST-IDX)
               AND NOT WS-MST-RESOLVED(MST-IDX) THEN
               MOVE 'P' TO WS-MST-RESOLVED-SWITCH(MST-IDX)
               MOVE SPACES TO CALC-EXC-HISTORY-RECORD
               MOVE WS-MST-TRANS-ID(MST-IDX) TO EH-TRANS-ID
               MOVE WS-MST-SOURCE-SYSTEM(MST-IDX)
                   TO EH-SOURCE-SYSTEM
               MOVE 'C' TO EH-EVENT-TYPE
               MOVE 'POSTED' TO EH-DISPOSITION
               PERFORM X-PARA-WRITE-HISTORY
           END-IF.

           Y-PARA-FIND-MASTER.
               PERFORM W-PARA-WRITE-RPT-LINE
           END-IF.

      * The caller fills the event fields; the business date and
      * zero correction operands (for events that carry none) are
      * set here.
           X-PARA-WRITE-HISTORY.
           MOVE WS-BUSINESS-DATE TO EH-EVENT-DATE.
           IF NOT EH-DISPOSED THEN
               MOVE 0 TO EH-NEW-FIRSTNUMBER
               MOVE 0 TO EH-NEW-SECONDNUMBER
           END-IF.
           WRITE CALC-EXC-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'CALC-EXC-HISTORY-FILE WRITE FAILED, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           W-PARA-WRITE-RPT-LINE.
           WRITE AGE-RPT-LINE.
           IF WS-REPORT-STATUS NOT = '00' THEN
