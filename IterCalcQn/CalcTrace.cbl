       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcTrace.
      *
      * Modification History
      * ---------------------------------------------------------
      * New program - batch lifecycle trace keyed on the
      * submitting department's own identifiers. CalcInquiry can
      * only answer by run date plus audit sequence, which the
      * help desk never has; a department calls with its
      * CT-TRANS-ID, and answering "where is my calculation" used
      * to mean four separate lookups.
      * Reads a request file of transaction id plus source-system
      * code (CALCTRQ) and, for each request, prints every event
      * on file for that transaction as one dated line in date
      * order:
      *   - each rejection and reason, each CalcRecycle
      *     disposition (with the correction of a resubmitted
      *     item) and each closure as posted, from the cumulative
      *     exception history the exception aging step appends;
      *   - the item's current state on the exception aging
      *     master when it is still open (attempts, first
      *     rejection date, last five reasons);
      *   - each posted result on CALC-MASTER-FILE, with its
      *     master key, operator and result, and whether it has
      *     been reversed or is itself a reversal;
      *   - each GL acknowledgment outcome from the cumulative
      *     acknowledgment history CalcGLAck's job appends.
      * Events falling on the same date print in processing
      * order: posting, rejection, recycle disposition, aging
      * state, aging closure, GL acknowledgment.
      * Every source is read once, sequentially, for the whole
      * request file; events are held in a table kept in request
      * and date order as they are added. A history file not yet
      * allocated (file status 35) is read as empty; a request or
      * event table overflow ends the run with RETURN-CODE 12.
      * Exception history record widened in step with CALCEHS; a
      * rejection line now also shows the operator submitted.
      * The large-value hold queue (CALCHOLD) and the released
      * file (CALCHRLS) are now read as well, both in the CALCHLD
      * layout: a held result prints as held on the date it was
      * first held, with its master key, result and the review
      * threshold it broke, and a decided one adds a second line
      * on the decision date - released or declined and by whom,
      * or closed because the original was reversed while held.
      * A released item is on the released file only until the
      * next GL extract sends it, and a declined or closed item
      * only until the hold release run clears it from the queue;
      * after that its hold lines no longer print and the item
      * shows through the master and GL acknowledgment lines. Both
      * files read as empty when not allocated. Same-date hold
      * lines print after the GL acknowledgment, the hold ahead
      * of its decision.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALC-TRACE-REQUEST ASSIGN TO 'CALCTRQ'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQUEST-STATUS.
               SELECT CALC-EXC-HISTORY-FILE ASSIGN TO 'CALCEHIS'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-HISTORY-STATUS.
               SELECT CALC-AGE-MASTER ASSIGN TO 'CALCEAGM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGE-MASTER-STATUS.
               SELECT CALC-MASTER-FILE ASSIGN TO 'CALCMSTR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT GL-ACK-HISTORY-FILE ASSIGN TO 'GLAKHIST'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACK-HISTORY-STATUS.
               SELECT CALC-HOLD-QUEUE ASSIGN TO 'CALCHOLD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-QUEUE-STATUS.
               SELECT CALC-HOLD-RELEASED ASSIGN TO 'CALCHRLS'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-RELEASED-STATUS.
               SELECT CALC-TRACE-RPT ASSIGN TO 'CALCTRCO'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CALC-TRACE-REQUEST
               RECORD CONTAINS 13 CHARACTERS.
           01  CALC-TRACE-REQUEST-RECORD.
               05 TQ-TRANS-ID PIC X(10).
               05 TQ-SOURCE-SYSTEM PIC X(3).

           FD  CALC-EXC-HISTORY-FILE
               RECORD CONTAINS 104 CHARACTERS.
           COPY CALCEHS.

           FD  CALC-AGE-MASTER
               RECORD CONTAINS 44 CHARACTERS.
           01  CALC-AGE-MASTER-REC.
               05 EAM-TRANS-ID PIC X(10).
               05 EAM-SOURCE-SYSTEM PIC X(3).
               05 EAM-FIRST-REJECT-DATE PIC 9(8).
               05 EAM-LAST-REJECT-DATE PIC 9(8).
               05 EAM-ATTEMPT-COUNT PIC 9(4).
               05 EAM-STATUS PIC X(1).
                   88 EAM-PENDING VALUE 'R'.
               05 EAM-REASON-HISTORY PIC X(10).

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           FD  GL-ACK-HISTORY-FILE
               RECORD CONTAINS 50 CHARACTERS.
           COPY CALCAKH.

           FD  CALC-HOLD-QUEUE
               RECORD CONTAINS 88 CHARACTERS.
           COPY CALCHLD.

           FD  CALC-HOLD-RELEASED
               RECORD CONTAINS 88 CHARACTERS.
           01  CALC-HOLD-RELEASED-RECORD PIC X(88).

           FD  CALC-TRACE-RPT
               RECORD CONTAINS 132 CHARACTERS.
           01  TRACE-LINE PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-REQUEST-STATUS PIC X(2).
           01 WS-EXC-HISTORY-STATUS PIC X(2).
           01 WS-AGE-MASTER-STATUS PIC X(2).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-ACK-HISTORY-STATUS PIC X(2).
           01 WS-HOLD-QUEUE-STATUS PIC X(2).
           01 WS-HOLD-RELEASED-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.

           01 WS-REQUEST-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-REQUEST-TABLE.
               05 WS-REQUEST-ENTRY OCCURS 500 TIMES
                   INDEXED BY REQ-IDX.
                   10 WS-REQ-TRANS-ID PIC X(10).
                   10 WS-REQ-SOURCE-SYSTEM PIC X(3).

           01 WS-REQUEST-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-REQUEST-FOUND VALUE 'Y'.
           01 WS-LOOKUP-TRANS-ID PIC X(10).
           01 WS-LOOKUP-SYSTEM PIC X(3).

      * Event table, kept in request, date and event-kind order as
      * entries are added; the key compares as one display field.
           01 WS-EVENT-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-EVENT-TABLE.
               05 WS-EVENT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EVT-IDX.
                   10 WS-EVT-KEY.
                       15 WS-EVT-REQ-NUM PIC 9(4).
                       15 WS-EVT-DATE PIC 9(8).
                       15 WS-EVT-KIND PIC 9(1).
                   10 WS-EVT-TEXT PIC X(110).

           01 WS-NEW-EVENT.
               05 WS-NEW-KEY.
                   10 WS-NEW-REQ-NUM PIC 9(4).
                   10 WS-NEW-DATE PIC 9(8).
                   10 WS-NEW-KIND PIC 9(1).
               05 WS-NEW-TEXT PIC X(110).
           01 WS-PLACED-SWITCH PIC X(1) VALUE 'N'.
               88 WS-EVENT-PLACED VALUE 'Y'.
           01 WS-CURRENT-REQ-NUM PIC 9(4).
           01 WS-REQUEST-DONE-SWITCH PIC X(1) VALUE 'N'.
               88 WS-REQUEST-DONE VALUE 'Y'.
           01 WS-REQUEST-EVENTS PIC 9(4) COMP VALUE 0.

           01 WS-EVENTS-LISTED PIC 9(9) VALUE 0.
           01 WS-NOT-TRACED-COUNT PIC 9(9) VALUE 0.
           01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-ATTEMPTS PIC ZZZ9.
           01 WS-EDIT-FIRST PIC -(13)9.99.
           01 WS-EDIT-SECOND PIC -(13)9.99.
           01 WS-EDIT-RESULT PIC -(13)9.99.
           01 WS-EDIT-THRESHOLD PIC Z(13)9.99.

       PROCEDURE DIVISION.
           A-PARA.
           OPEN INPUT CALC-TRACE-REQUEST.
           IF WS-REQUEST-STATUS NOT = '00' THEN
               DISPLAY 'CALC-TRACE-REQUEST OPEN FAILED, STATUS='
                   WS-REQUEST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B-PARA-LOAD-REQUEST WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-TRACE-REQUEST.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'CALC-MASTER-FILE OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM C-PARA-NEXT-MASTER WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-MASTER-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-EXC-HISTORY-FILE.
           EVALUATE WS-EXC-HISTORY-STATUS
               WHEN '00'
                   PERFORM D-PARA-NEXT-EXC-HISTORY WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-EXC-HISTORY-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-EXC-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-EXC-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-AGE-MASTER.
           EVALUATE WS-AGE-MASTER-STATUS
               WHEN '00'
                   PERFORM E-PARA-NEXT-AGE-MASTER WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-AGE-MASTER
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-AGE-MASTER OPEN FAILED, STATUS='
                       WS-AGE-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-ACK-HISTORY-FILE.
           EVALUATE WS-ACK-HISTORY-STATUS
               WHEN '00'
                   PERFORM F-PARA-NEXT-ACK-HISTORY WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE GL-ACK-HISTORY-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GL-ACK-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-ACK-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-HOLD-QUEUE.
           EVALUATE WS-HOLD-QUEUE-STATUS
               WHEN '00'
                   PERFORM K-PARA-NEXT-HOLD-QUEUE WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-HOLD-QUEUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-HOLD-QUEUE OPEN FAILED, STATUS='
                       WS-HOLD-QUEUE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-HOLD-RELEASED.
           EVALUATE WS-HOLD-RELEASED-STATUS
               WHEN '00'
                   PERFORM K2-PARA-NEXT-HOLD-RELEASED WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-HOLD-RELEASED
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-HOLD-RELEASED OPEN FAILED, STATUS='
                       WS-HOLD-RELEASED-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CALC-TRACE-RPT.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-TRACE-RPT OPEN FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'CALCTRACE TRANSACTION LIFECYCLE TRACE'
               TO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           SET EVT-IDX TO 1.
           PERFORM H-PARA-PRINT-REQUEST
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQUEST-COUNT.
           PERFORM J-PARA-WRITE-TOTALS.
           CLOSE CALC-TRACE-RPT.
           STOP RUN.

           B-PARA-LOAD-REQUEST.
           READ CALC-TRACE-REQUEST INTO CALC-TRACE-REQUEST-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM B1-PARA-STORE-REQUEST
           END-READ.

           B1-PARA-STORE-REQUEST.
           IF WS-REQUEST-COUNT = 500 THEN
               DISPLAY 'CALC-TRACE-REQUEST EXCEEDS 500 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REQUEST-COUNT.
           SET REQ-IDX TO WS-REQUEST-COUNT.
           MOVE TQ-TRANS-ID TO WS-REQ-TRANS-ID(REQ-IDX).
           MOVE TQ-SOURCE-SYSTEM TO WS-REQ-SOURCE-SYSTEM(REQ-IDX).

      * Postings and reversal entries on the result master.
           C-PARA-NEXT-MASTER.
           READ CALC-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM C1-PARA-MASTER-EVENT
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '10' THEN
               DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           C1-PARA-MASTER-EVENT.
           MOVE CM-TRANS-ID TO WS-LOOKUP-TRANS-ID.
           MOVE CM-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM.
           PERFORM Y-PARA-FIND-REQUEST.
           IF WS-REQUEST-FOUND THEN
               MOVE CM-RUN-DATE TO WS-NEW-DATE
               MOVE 1 TO WS-NEW-KIND
               MOVE CM-RESULT TO WS-EDIT-RESULT
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE TRUE
                   WHEN CM-REVERSAL-ENTRY
                       STRING 'REVERSAL POSTED   KEY ' CM-RUN-DATE
                           '/' CM-SEQUENCE ' RESULT ' WS-EDIT-RESULT
                           ' REVERSES ' CM-LINK-RUN-DATE
                           '/' CM-LINK-SEQUENCE
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                   WHEN CM-REVERSED
                       STRING 'POSTED            KEY ' CM-RUN-DATE
                           '/' CM-SEQUENCE ' ' CM-OPERATOR
                           ' RESULT ' WS-EDIT-RESULT
                           ' REVERSED BY ' CM-LINK-RUN-DATE
                           '/' CM-LINK-SEQUENCE
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                   WHEN OTHER
                       STRING 'POSTED            KEY ' CM-RUN-DATE
                           '/' CM-SEQUENCE ' ' CM-OPERATOR
                           ' RESULT ' WS-EDIT-RESULT
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-EVALUATE
               PERFORM G-PARA-ADD-EVENT
           END-IF.

      * Rejections, recycle dispositions and aging closures.
           D-PARA-NEXT-EXC-HISTORY.
           READ CALC-EXC-HISTORY-FILE INTO CALC-EXC-HISTORY-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM D1-PARA-EXC-EVENT
           END-READ.

           D1-PARA-EXC-EVENT.
           MOVE EH-TRANS-ID TO WS-LOOKUP-TRANS-ID.
           MOVE EH-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM.
           PERFORM Y-PARA-FIND-REQUEST.
           IF WS-REQUEST-FOUND THEN
               MOVE EH-EVENT-DATE TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE TRUE
                   WHEN EH-REJECTED
                       MOVE 2 TO WS-NEW-KIND
                       STRING 'REJECTED          ' EH-OPERATOR
                           ' REASON ' EH-REASON-CODE ' '
                           EH-REASON-TEXT
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                   WHEN EH-DISPOSED
                       MOVE 3 TO WS-NEW-KIND
                       PERFORM D2-PARA-DISPOSITION-TEXT
                   WHEN OTHER
                       MOVE 5 TO WS-NEW-KIND
                       STRING 'EXCEPTION CLOSED  '
                           EH-DISPOSITION
                           ' ON RESUBMISSION'
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-EVALUATE
               PERFORM G-PARA-ADD-EVENT
           END-IF.

           D2-PARA-DISPOSITION-TEXT.
           IF EH-DISPOSITION = 'RESUBMITTED' THEN
               MOVE EH-NEW-FIRSTNUMBER TO WS-EDIT-FIRST
               MOVE EH-NEW-SECONDNUMBER TO WS-EDIT-SECOND
               STRING 'RECYCLE           ' EH-DISPOSITION
                   ' REASON ' EH-REASON-CODE
                   ' CORRECTED TO ' WS-EDIT-FIRST
                   ' ' EH-NEW-OPERATOR ' ' WS-EDIT-SECOND
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           ELSE
               STRING 'RECYCLE           ' EH-DISPOSITION
                   ' REASON ' EH-REASON-CODE
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-IF.

      * Current state of an item still open on the aging master,
      * dated by its most recent rejection.
           E-PARA-NEXT-AGE-MASTER.
           READ CALC-AGE-MASTER INTO CALC-AGE-MASTER-REC
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM E1-PARA-AGE-EVENT
           END-READ.

           E1-PARA-AGE-EVENT.
           MOVE EAM-TRANS-ID TO WS-LOOKUP-TRANS-ID.
           MOVE EAM-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM.
           PERFORM Y-PARA-FIND-REQUEST.
           IF WS-REQUEST-FOUND THEN
               MOVE EAM-LAST-REJECT-DATE TO WS-NEW-DATE
               MOVE 4 TO WS-NEW-KIND
               MOVE EAM-ATTEMPT-COUNT TO WS-EDIT-ATTEMPTS
               MOVE SPACES TO WS-NEW-TEXT
               IF EAM-PENDING THEN
                   STRING 'EXCEPTION OPEN    PENDING RESUBMISSION'
                       ' ATTEMPTS ' WS-EDIT-ATTEMPTS
                       ' FIRST REJECTED ' EAM-FIRST-REJECT-DATE
                       ' REASONS ' EAM-REASON-HISTORY
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               ELSE
                   STRING 'EXCEPTION OPEN    AWAITING CORRECTION'
                       '  ATTEMPTS ' WS-EDIT-ATTEMPTS
                       ' FIRST REJECTED ' EAM-FIRST-REJECT-DATE
                       ' REASONS ' EAM-REASON-HISTORY
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-IF
               PERFORM G-PARA-ADD-EVENT
           END-IF.

      * GL acknowledgment outcomes.
           F-PARA-NEXT-ACK-HISTORY.
           READ GL-ACK-HISTORY-FILE INTO GL-ACK-HISTORY-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM F1-PARA-ACK-EVENT
           END-READ.

           F1-PARA-ACK-EVENT.
           MOVE AH-TRANS-ID TO WS-LOOKUP-TRANS-ID.
           MOVE AH-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM.
           PERFORM Y-PARA-FIND-REQUEST.
           IF WS-REQUEST-FOUND THEN
               MOVE AH-ACK-DATE TO WS-NEW-DATE
               MOVE 6 TO WS-NEW-KIND
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE TRUE
                   WHEN AH-ACCEPTED
                       STRING 'GL ACCEPTED       EXTRACT RUN '
                           AH-RUN-DATE
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                   WHEN AH-REJECTED
                       STRING 'GL REJECTED       EXTRACT RUN '
                           AH-RUN-DATE ' REASON ' AH-REASON
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                   WHEN OTHER
                       STRING 'GL UNACKNOWLEDGED EXTRACT RUN '
                           AH-RUN-DATE
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-EVALUATE
               PERFORM G-PARA-ADD-EVENT
           END-IF.

      * Large-value holds, from the queue and from the released
      * file the next GL extract sends. The hold itself is dated
      * when first held and any decision on its decision date.
           K-PARA-NEXT-HOLD-QUEUE.
           READ CALC-HOLD-QUEUE INTO CALC-HOLD-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM K1-PARA-HOLD-EVENT
           END-READ.

           K1-PARA-HOLD-EVENT.
           MOVE HQ-TRANS-ID TO WS-LOOKUP-TRANS-ID.
           MOVE HQ-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM.
           PERFORM Y-PARA-FIND-REQUEST.
           IF WS-REQUEST-FOUND THEN
               MOVE HQ-HELD-DATE TO WS-NEW-DATE
               MOVE 7 TO WS-NEW-KIND
               MOVE HQ-RESULT TO WS-EDIT-RESULT
               MOVE HQ-THRESHOLD TO WS-EDIT-THRESHOLD
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'HELD FOR REVIEW   KEY ' HQ-RUN-DATE
                   '/' HQ-SEQUENCE ' ' HQ-OPERATOR
                   ' RESULT ' WS-EDIT-RESULT
                   ' OVER ' WS-EDIT-THRESHOLD
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM G-PARA-ADD-EVENT
               IF NOT HQ-HELD THEN
                   PERFORM K3-PARA-DECISION-EVENT
               END-IF
           END-IF.

           K2-PARA-NEXT-HOLD-RELEASED.
           READ CALC-HOLD-RELEASED INTO CALC-HOLD-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM K1-PARA-HOLD-EVENT
           END-READ.

           K3-PARA-DECISION-EVENT.
           MOVE HQ-DECISION-DATE TO WS-NEW-DATE.
           MOVE 8 TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-TEXT.
           EVALUATE TRUE
               WHEN HQ-RELEASED
                   STRING 'HOLD RELEASED     KEY ' HQ-RUN-DATE
                       '/' HQ-SEQUENCE ' BY ' HQ-DECIDED-BY
                       ' - SENT ON THE NEXT GL EXTRACT'
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               WHEN HQ-DECLINED
                   STRING 'HOLD DECLINED     KEY ' HQ-RUN-DATE
                       '/' HQ-SEQUENCE ' BY ' HQ-DECIDED-BY
                       ' - REVERSAL GENERATED'
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               WHEN OTHER
                   STRING 'HOLD CLOSED       KEY ' HQ-RUN-DATE
                       '/' HQ-SEQUENCE
                       ' - ORIGINAL REVERSED WHILE HELD'
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-EVALUATE.
           PERFORM G-PARA-ADD-EVENT.

      * Inserts WS-NEW-EVENT for the request at REQ-IDX, shifting
      * later entries up one so the table stays in key order;
      * equal keys keep the order they were read in.
           G-PARA-ADD-EVENT.
           IF WS-EVENT-COUNT = 5000 THEN
               DISPLAY 'TRACE EVENT TABLE EXCEEDS 5000 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NEW-REQ-NUM TO REQ-IDX.
           ADD 1 TO WS-EVENT-COUNT.
           SET EVT-IDX TO WS-EVENT-COUNT.
           MOVE 'N' TO WS-PLACED-SWITCH.
           PERFORM G1-PARA-SHIFT-EVENT WITH TEST BEFORE
               UNTIL WS-EVENT-PLACED.
           MOVE WS-NEW-EVENT TO WS-EVENT-ENTRY(EVT-IDX).

           G1-PARA-SHIFT-EVENT.
           IF EVT-IDX = 1 THEN
               MOVE 'Y' TO WS-PLACED-SWITCH
           ELSE
               IF WS-EVT-KEY(EVT-IDX - 1) > WS-NEW-KEY THEN
                   MOVE WS-EVENT-ENTRY(EVT-IDX - 1)
                       TO WS-EVENT-ENTRY(EVT-IDX)
                   SET EVT-IDX DOWN BY 1
               ELSE
                   MOVE 'Y' TO WS-PLACED-SWITCH
               END-IF
           END-IF.

           H-PARA-PRINT-REQUEST.
           MOVE SPACES TO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           STRING 'TRANSACTION ' WS-REQ-TRANS-ID(REQ-IDX)
               '  SOURCE SYSTEM ' WS-REQ-SOURCE-SYSTEM(REQ-IDX)
               DELIMITED BY SIZE INTO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           SET WS-CURRENT-REQ-NUM TO REQ-IDX.
           MOVE 0 TO WS-REQUEST-EVENTS.
           MOVE 'N' TO WS-REQUEST-DONE-SWITCH.
           PERFORM H1-PARA-NEXT-EVENT WITH TEST BEFORE
               UNTIL WS-REQUEST-DONE.
           IF WS-REQUEST-EVENTS = 0 THEN
               ADD 1 TO WS-NOT-TRACED-COUNT
               MOVE '  NOTHING ON FILE FOR THIS TRANSACTION'
                   TO TRACE-LINE
               PERFORM W-PARA-WRITE-RPT-LINE
           END-IF.

           H1-PARA-NEXT-EVENT.
           IF EVT-IDX > WS-EVENT-COUNT THEN
               MOVE 'Y' TO WS-REQUEST-DONE-SWITCH
           ELSE
               IF WS-EVT-REQ-NUM(EVT-IDX) NOT = WS-CURRENT-REQ-NUM
               THEN
                   MOVE 'Y' TO WS-REQUEST-DONE-SWITCH
               ELSE
                   PERFORM H2-PARA-PRINT-EVENT
               END-IF
           END-IF.

           H2-PARA-PRINT-EVENT.
           STRING '  ' WS-EVT-DATE(EVT-IDX) '  '
               WS-EVT-TEXT(EVT-IDX)
               DELIMITED BY SIZE INTO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           ADD 1 TO WS-REQUEST-EVENTS.
           ADD 1 TO WS-EVENTS-LISTED.
           SET EVT-IDX UP BY 1.

           J-PARA-WRITE-TOTALS.
           MOVE SPACES TO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-REQUEST-COUNT TO WS-EDIT-COUNT.
           STRING 'REQUESTS TRACED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-EVENTS-LISTED TO WS-EDIT-COUNT.
           STRING 'EVENTS LISTED      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-NOT-TRACED-COUNT TO WS-EDIT-COUNT.
           STRING 'NOTHING ON FILE    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO TRACE-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           Y-PARA-FIND-REQUEST.
           MOVE 'N' TO WS-REQUEST-FOUND-SWITCH.
           PERFORM Y1-PARA-MATCH-REQUEST
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQUEST-COUNT
               OR WS-REQUEST-FOUND.

           Y1-PARA-MATCH-REQUEST.
           IF WS-REQ-TRANS-ID(REQ-IDX) = WS-LOOKUP-TRANS-ID
               AND WS-REQ-SOURCE-SYSTEM(REQ-IDX)
                   = WS-LOOKUP-SYSTEM THEN
               MOVE 'Y' TO WS-REQUEST-FOUND-SWITCH
               SET REQ-IDX DOWN BY 1
           END-IF.

      * Writes the line and clears it for the next one.
           W-PARA-WRITE-RPT-LINE.
           WRITE TRACE-LINE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-TRACE-RPT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TRACE-LINE.
