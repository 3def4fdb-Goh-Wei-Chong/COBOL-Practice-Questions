       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcHoldRelease.
      *
      * Modification History
      * ---------------------------------------------------------
      * New program - supervisor release of the large-value hold
      * queue, run daily ahead of the scheduled calc run. The GL
      * extract holds back every posted result above its source
      * system's review threshold and adds it to the hold queue
      * (CALCHOLD); this program applies the supervisors' decisions
      * to the queue and reports what is still waiting.
      * Each decision record (CALCHDEC) names a held item by its
      * master key (run date plus audit sequence), 'R' to release
      * or 'D' to decline, and the deciding supervisor's user id.
      * A released item is written to the release stage (CALCHRLN)
      * the job appends to the released file the next GL extract
      * sends, and drops off the queue. A declined item generates
      * a reversal detail naming the original by its master key, in
      * a properly formed CALCREC batch (CALCHREV, batch id 'HD'
      * plus the YYMMDD of the business date, transaction ids 'D'
      * plus YYMMDD plus a three-digit count) that the job merges
      * ahead of the day's feed (no batch is written on a day with
      * no declines); the item stays on the queue as declined
      * until the master shows the reversal posted, so the extract
      * keeps that reversal out of the GL as well. An
      * item whose original the master already shows reversed is
      * closed with no further reversal, whether or not a decision
      * names it. A decision for an item not held, with a bad
      * decision code or no supervisor id, for an item not yet on
      * the master, or a second decline batch for the same
      * business date, is rejected on the report and the item left
      * as it was.
      * The report (CALCHRPT) lists the decisions applied, then
      * every item still held with its held date, age in days and
      * amount; an item held more than the day count in the
      * CALCHRPM parameter record is flagged as escalated.
      * RETURN-CODE 4 when any item is escalated or any decision
      * rejected, 12 on a fatal error - the job replaces the queue
      * and merges the stage files only below 12. A queue not yet
      * allocated (file status 35) is tolerated as empty.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALC-HOLD-PARM ASSIGN TO 'CALCHRPM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT CALC-HOLD-QUEUE ASSIGN TO 'CALCHOLD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-STATUS.
               SELECT CALC-HOLD-DECISION ASSIGN TO 'CALCHDEC'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DECISION-STATUS.
               SELECT CALC-MASTER-FILE ASSIGN TO 'CALCMSTR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT CALC-HOLD-QUEUE-NEW ASSIGN TO 'CALCHLDN'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-NEW-STATUS.
               SELECT CALC-HOLD-RELEASE-NEW ASSIGN TO 'CALCHRLN'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELEASE-STATUS.
               SELECT CALC-HOLD-REVERSAL ASSIGN TO 'CALCHREV'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REVERSAL-STATUS.
               SELECT CALC-HOLD-RPT ASSIGN TO 'CALCHRPT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT CALC-RUN-CONTROL ASSIGN TO 'CALCRUNC'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CALC-HOLD-PARM
               RECORD CONTAINS 11 CHARACTERS.
           01  CALC-HOLD-PARM-RECORD.
               05 HP-BUSINESS-DATE PIC 9(8).
               05 HP-ESCALATE-DAYS PIC 9(3).

           FD  CALC-HOLD-QUEUE
               RECORD CONTAINS 88 CHARACTERS.
           COPY CALCHLD.

           FD  CALC-HOLD-DECISION
               RECORD CONTAINS 26 CHARACTERS.
           01  CALC-HOLD-DECISION-RECORD.
               05 HD-KEY.
                   10 HD-RUN-DATE PIC 9(8).
                   10 HD-SEQUENCE PIC 9(9).
               05 HD-DECISION PIC X(1).
                   88 HD-RELEASE VALUE 'R'.
                   88 HD-DECLINE VALUE 'D'.
               05 HD-SUPERVISOR PIC X(8).

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           FD  CALC-HOLD-QUEUE-NEW
               RECORD CONTAINS 88 CHARACTERS.
           01  CALC-HOLD-QUEUE-NEW-RECORD PIC X(88).

           FD  CALC-HOLD-RELEASE-NEW
               RECORD CONTAINS 88 CHARACTERS.
           01  CALC-HOLD-RELEASE-NEW-RECORD PIC X(88).

           FD  CALC-HOLD-REVERSAL
               RECORD CONTAINS 54 CHARACTERS.
           COPY CALCREC.

           FD  CALC-HOLD-RPT
               RECORD CONTAINS 132 CHARACTERS.
           01  HOLD-RPT-LINE PIC X(132).

           FD  CALC-RUN-CONTROL
               RECORD CONTAINS 84 CHARACTERS.
           COPY CALCRUN.

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-QUEUE-STATUS PIC X(2).
           01 WS-DECISION-STATUS PIC X(2).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-QUEUE-NEW-STATUS PIC X(2).
           01 WS-RELEASE-STATUS PIC X(2).
           01 WS-REVERSAL-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-RUN-CONTROL-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-CURRENT-TIMESTAMP PIC X(26).
           01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
           01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               05 FILLER PIC X(2).
               05 WS-BUSINESS-YYMMDD PIC X(6).
           01 WS-BUSINESS-INTEGER PIC 9(9) COMP.
           01 WS-HELD-INTEGER PIC 9(9) COMP.
           01 WS-AGE-DAYS PIC S9(5) COMP.
           01 WS-ESCALATE-DAYS PIC 9(3) VALUE 0.
           01 WS-HASH-MODULUS PIC 9(14) VALUE 10000000000000.

      * The queue as loaded, updated in place by the decisions and
      * written back out as the new queue.
           01 WS-ITEM-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ITM-IDX.
                   10 WS-ITM-KEY.
                       15 WS-ITM-RUN-DATE PIC 9(8).
                       15 WS-ITM-SEQUENCE PIC 9(9).
                   10 WS-ITM-TRANS-ID PIC X(10).
                   10 WS-ITM-SOURCE-SYSTEM PIC X(3).
                   10 WS-ITM-OPERATOR PIC X(3).
                   10 WS-ITM-RESULT PIC S9(13)V9(2).
                   10 WS-ITM-THRESHOLD PIC 9(13)V9(2).
                   10 WS-ITM-HELD-DATE PIC 9(8).
                   10 WS-ITM-STATUS PIC X(1).
                       88 WS-ITM-HELD VALUE 'H'.
                       88 WS-ITM-RELEASED VALUE 'R'.
                       88 WS-ITM-DECLINED VALUE 'D'.
                       88 WS-ITM-CLOSED VALUE 'C'.
                   10 WS-ITM-DECIDED-BY PIC X(8).
                   10 WS-ITM-DECISION-DATE PIC 9(8).
                   10 WS-ITM-DROP-SWITCH PIC X(1).
                       88 WS-ITM-DROPPED VALUE 'Y'.

           01 WS-ITEM-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-ITEM-FOUND VALUE 'Y'.
           01 WS-MASTER-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-MASTER-FOUND VALUE 'Y'.
           01 WS-DECLINED-TODAY-SWITCH PIC X(1) VALUE 'N'.
               88 WS-DECLINED-TODAY VALUE 'Y'.
           01 WS-LOOKUP-KEY PIC X(17).
           01 WS-OUTCOME PIC X(40).

           01 WS-REVERSAL-TRANS-ID.
               05 FILLER PIC X(1) VALUE 'D'.
               05 WS-REV-YYMMDD PIC X(6).
               05 WS-REV-NUMBER PIC 9(3).
           01 WS-REV-DETAIL-COUNT PIC 9(9) VALUE 0.
           01 WS-REV-HASH-TOTAL PIC 9(13)V9(2) VALUE 0.

           01 WS-DECISION-COUNT PIC 9(9) VALUE 0.
           01 WS-RELEASED-COUNT PIC 9(9) VALUE 0.
           01 WS-DECLINED-COUNT PIC 9(9) VALUE 0.
           01 WS-CLOSED-COUNT PIC 9(9) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
           01 WS-CLEARED-COUNT PIC 9(9) VALUE 0.
           01 WS-HELD-COUNT PIC 9(9) VALUE 0.
           01 WS-ESCALATED-COUNT PIC 9(9) VALUE 0.
           01 WS-HELD-AMOUNT PIC S9(13)V9(2) VALUE 0.

           01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-AGE PIC ZZZZ9.
           01 WS-EDIT-AMOUNT PIC -(13)9.99.
           01 WS-EDIT-THRESHOLD PIC Z(13)9.99.

       PROCEDURE DIVISION.
           A-PARA.
           PERFORM R-PARA-WRITE-RUN-START.
           OPEN INPUT CALC-HOLD-PARM.
           IF WS-PARM-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CALC-HOLD-PARM INTO CALC-HOLD-PARM-RECORD
               AT END
                   DISPLAY 'CALC-HOLD-PARM IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF HP-BUSINESS-DATE IS NOT NUMERIC
               OR HP-ESCALATE-DAYS IS NOT NUMERIC THEN
               DISPLAY 'CALC-HOLD-PARM NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE HP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE HP-ESCALATE-DAYS TO WS-ESCALATE-DAYS.
           CLOSE CALC-HOLD-PARM.
           COMPUTE WS-BUSINESS-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           MOVE WS-BUSINESS-YYMMDD TO WS-REV-YYMMDD.
           MOVE 0 TO WS-REV-NUMBER.

           OPEN INPUT CALC-HOLD-QUEUE.
           EVALUATE WS-QUEUE-STATUS
               WHEN '00'
                   PERFORM B-PARA-LOAD-QUEUE WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-HOLD-QUEUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-HOLD-QUEUE OPEN FAILED, STATUS='
                       WS-QUEUE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT CALC-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'CALC-MASTER-FILE OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CALC-HOLD-RELEASE-NEW.
           IF WS-RELEASE-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-RELEASE-NEW OPEN FAILED, STATUS='
                   WS-RELEASE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CALC-HOLD-REVERSAL.
           IF WS-REVERSAL-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-REVERSAL OPEN FAILED, STATUS='
                   WS-REVERSAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CALC-HOLD-RPT.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-RPT OPEN FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO HOLD-RPT-LINE.
           STRING 'CALCHOLDRELEASE LARGE-VALUE HOLD REPORT '
               '- BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE 'SUPERVISOR DECISIONS' TO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE '  RUN DATE SEQUENCE  TRANS ID   SYS SUPERVSR D OUTCOME'
               TO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-HOLD-DECISION.
           EVALUATE WS-DECISION-STATUS
               WHEN '00'
                   PERFORM C-PARA-NEXT-DECISION WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-HOLD-DECISION
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-HOLD-DECISION OPEN FAILED, STATUS='
                       WS-DECISION-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-REV-DETAIL-COUNT > 0 THEN
               PERFORM E1-PARA-WRITE-BATCH-TRAILER
           END-IF.

           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE 'ITEMS HELD FOR REVIEW' TO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE SPACES TO HOLD-RPT-LINE.
           STRING '  RUN DATE SEQUENCE  TRANS ID   SYS OPR HELD ON  '
               '   AGE             AMOUNT          THRESHOLD'
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           OPEN OUTPUT CALC-HOLD-QUEUE-NEW.
           IF WS-QUEUE-NEW-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-QUEUE-NEW OPEN FAILED, STATUS='
                   WS-QUEUE-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM D-PARA-REVIEW-ITEM
               VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > WS-ITEM-COUNT.
           PERFORM T-PARA-WRITE-TOTALS.
           CLOSE CALC-MASTER-FILE CALC-HOLD-QUEUE-NEW
                 CALC-HOLD-RELEASE-NEW CALC-HOLD-REVERSAL
                 CALC-HOLD-RPT.

           IF WS-ESCALATED-COUNT > 0 OR WS-REJECTED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM R9-PARA-WRITE-RUN-END.
           STOP RUN.

           B-PARA-LOAD-QUEUE.
           READ CALC-HOLD-QUEUE INTO CALC-HOLD-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM B1-PARA-STORE-ITEM
           END-READ.

           B1-PARA-STORE-ITEM.
           IF WS-ITEM-COUNT = 5000 THEN
               DISPLAY 'CALC-HOLD-QUEUE EXCEEDS 5000 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           SET ITM-IDX TO WS-ITEM-COUNT.
           MOVE HQ-KEY TO WS-ITM-KEY(ITM-IDX).
           MOVE HQ-TRANS-ID TO WS-ITM-TRANS-ID(ITM-IDX).
           MOVE HQ-SOURCE-SYSTEM TO WS-ITM-SOURCE-SYSTEM(ITM-IDX).
           MOVE HQ-OPERATOR TO WS-ITM-OPERATOR(ITM-IDX).
           MOVE HQ-RESULT TO WS-ITM-RESULT(ITM-IDX).
           MOVE HQ-THRESHOLD TO WS-ITM-THRESHOLD(ITM-IDX).
           MOVE HQ-HELD-DATE TO WS-ITM-HELD-DATE(ITM-IDX).
           MOVE HQ-STATUS TO WS-ITM-STATUS(ITM-IDX).
           MOVE HQ-DECIDED-BY TO WS-ITM-DECIDED-BY(ITM-IDX).
           MOVE HQ-DECISION-DATE TO WS-ITM-DECISION-DATE(ITM-IDX).
           MOVE 'N' TO WS-ITM-DROP-SWITCH(ITM-IDX).
      * A decline already applied for this business date means
      * this date's reversal batch has been generated.
           IF HQ-DECLINED
               AND HQ-DECISION-DATE = WS-BUSINESS-DATE THEN
               MOVE 'Y' TO WS-DECLINED-TODAY-SWITCH
           END-IF.

           C-PARA-NEXT-DECISION.
           READ CALC-HOLD-DECISION INTO CALC-HOLD-DECISION-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM C1-PARA-APPLY-DECISION
           END-READ.

           C1-PARA-APPLY-DECISION.
           ADD 1 TO WS-DECISION-COUNT.
           MOVE SPACES TO WS-OUTCOME.
           MOVE HD-KEY TO WS-LOOKUP-KEY.
           PERFORM Y-PARA-FIND-ITEM.
           EVALUATE TRUE
               WHEN HD-RUN-DATE IS NOT NUMERIC
                   OR HD-SEQUENCE IS NOT NUMERIC
                   MOVE 'REJECTED - KEY NOT NUMERIC' TO WS-OUTCOME
               WHEN NOT WS-ITEM-FOUND
                   MOVE 'REJECTED - NOT ON HOLD QUEUE' TO WS-OUTCOME
               WHEN NOT WS-ITM-HELD(ITM-IDX)
                   MOVE 'REJECTED - ALREADY DECIDED' TO WS-OUTCOME
               WHEN NOT HD-RELEASE AND NOT HD-DECLINE
                   MOVE 'REJECTED - DECISION NOT R/D' TO WS-OUTCOME
               WHEN HD-SUPERVISOR = SPACES
                   MOVE 'REJECTED - NO SUPERVISOR ID' TO WS-OUTCOME
               WHEN OTHER
                   PERFORM M-PARA-READ-MASTER
                   EVALUATE TRUE
                       WHEN NOT WS-MASTER-FOUND
                           MOVE 'REJECTED - NOT YET ON MASTER'
                               TO WS-OUTCOME
                       WHEN CM-REVERSED
                           PERFORM C4-PARA-CLOSE-ITEM
                       WHEN HD-RELEASE
                           PERFORM C2-PARA-RELEASE-ITEM
                       WHEN WS-DECLINED-TODAY
                           MOVE 'REJECTED - DECLINES ALREADY RUN TODAY'
                               TO WS-OUTCOME
                       WHEN OTHER
                           PERFORM C3-PARA-DECLINE-ITEM
                   END-EVALUATE
           END-EVALUATE.
           IF WS-OUTCOME(1:8) = 'REJECTED' THEN
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           MOVE SPACES TO HOLD-RPT-LINE.
           IF WS-ITEM-FOUND THEN
               STRING '  ' HD-RUN-DATE ' ' HD-SEQUENCE
                   ' ' WS-ITM-TRANS-ID(ITM-IDX)
                   ' ' WS-ITM-SOURCE-SYSTEM(ITM-IDX)
                   ' ' HD-SUPERVISOR ' ' HD-DECISION
                   ' ' WS-OUTCOME
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
           ELSE
               STRING '  ' HD-RUN-DATE ' ' HD-SEQUENCE
                   ' ' '          ' ' ' '   '
                   ' ' HD-SUPERVISOR ' ' HD-DECISION
                   ' ' WS-OUTCOME
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
           END-IF.
           PERFORM W-PARA-WRITE-RPT-LINE.

           C2-PARA-RELEASE-ITEM.
           MOVE 'R' TO WS-ITM-STATUS(ITM-IDX).
           MOVE HD-SUPERVISOR TO WS-ITM-DECIDED-BY(ITM-IDX).
           MOVE WS-BUSINESS-DATE TO WS-ITM-DECISION-DATE(ITM-IDX).
           MOVE 'Y' TO WS-ITM-DROP-SWITCH(ITM-IDX).
           PERFORM X-PARA-BUILD-HOLD-RECORD.
           WRITE CALC-HOLD-RELEASE-NEW-RECORD FROM CALC-HOLD-RECORD.
           IF WS-RELEASE-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-RELEASE-NEW WRITE FAILED, STATUS='
                   WS-RELEASE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 'RELEASED TO NEXT GL EXTRACT' TO WS-OUTCOME.

           C3-PARA-DECLINE-ITEM.
           IF WS-REV-NUMBER = 999 THEN
               DISPLAY 'HOLD REVERSAL BATCH EXCEEDS 999 DETAILS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REV-DETAIL-COUNT = 0 THEN
               PERFORM E-PARA-WRITE-BATCH-HEADER
           END-IF.
           ADD 1 TO WS-REV-NUMBER.
           MOVE 'D' TO WS-ITM-STATUS(ITM-IDX).
           MOVE HD-SUPERVISOR TO WS-ITM-DECIDED-BY(ITM-IDX).
           MOVE WS-BUSINESS-DATE TO WS-ITM-DECISION-DATE(ITM-IDX).
           MOVE SPACES TO CALC-TRANS-RECORD.
           MOVE 'R' TO CT-RECORD-TYPE.
           MOVE WS-REVERSAL-TRANS-ID TO CT-TRANS-ID.
           MOVE WS-ITM-SOURCE-SYSTEM(ITM-IDX) TO CT-SOURCE-SYSTEM.
           MOVE WS-ITM-RUN-DATE(ITM-IDX) TO CT-REV-ORIG-RUN-DATE.
           MOVE WS-ITM-SEQUENCE(ITM-IDX) TO CT-REV-ORIG-SEQUENCE.
           PERFORM V-PARA-WRITE-REVERSAL-RECORD.
           ADD 1 TO WS-REV-DETAIL-COUNT.
           COMPUTE WS-REV-HASH-TOTAL = FUNCTION MOD(
               WS-REV-HASH-TOTAL + WS-ITM-RUN-DATE(ITM-IDX)
               + WS-ITM-SEQUENCE(ITM-IDX), WS-HASH-MODULUS).
           ADD 1 TO WS-DECLINED-COUNT.
           STRING 'DECLINED - REVERSAL ' WS-REVERSAL-TRANS-ID
               DELIMITED BY SIZE INTO WS-OUTCOME.

           C4-PARA-CLOSE-ITEM.
           MOVE 'C' TO WS-ITM-STATUS(ITM-IDX).
           MOVE HD-SUPERVISOR TO WS-ITM-DECIDED-BY(ITM-IDX).
           MOVE WS-BUSINESS-DATE TO WS-ITM-DECISION-DATE(ITM-IDX).
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE 'CLOSED - ALREADY REVERSED' TO WS-OUTCOME.

      * Every queue item after the decisions: a released item has
      * left the queue; a held item whose original has since been
      * reversed at source is closed; a declined item whose
      * reversal has reached the master, or a closed item, is
      * cleared once decided on an earlier day (the GL extract for
      * that day has then seen the reversal); anything still held
      * is listed with its age.
           D-PARA-REVIEW-ITEM.
           MOVE WS-ITM-KEY(ITM-IDX) TO WS-LOOKUP-KEY.
           EVALUATE TRUE
               WHEN WS-ITM-DROPPED(ITM-IDX)
                   CONTINUE
               WHEN WS-ITM-HELD(ITM-IDX)
                   PERFORM M-PARA-READ-MASTER
                   IF WS-MASTER-FOUND AND CM-REVERSED THEN
                       MOVE 'C' TO WS-ITM-STATUS(ITM-IDX)
                       MOVE 'REVERSED' TO WS-ITM-DECIDED-BY(ITM-IDX)
                       MOVE WS-BUSINESS-DATE
                           TO WS-ITM-DECISION-DATE(ITM-IDX)
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE 'CLOSED - REVERSED AT SOURCE'
                           TO WS-OUTCOME
                       PERFORM D2-PARA-LIST-CLOSED
                   ELSE
                       PERFORM D1-PARA-LIST-HELD
                   END-IF
               WHEN WS-ITM-DECISION-DATE(ITM-IDX) < WS-BUSINESS-DATE
                   AND WS-ITM-CLOSED(ITM-IDX)
                   MOVE 'Y' TO WS-ITM-DROP-SWITCH(ITM-IDX)
               WHEN WS-ITM-DECISION-DATE(ITM-IDX) < WS-BUSINESS-DATE
                   AND WS-ITM-DECLINED(ITM-IDX)
                   PERFORM M-PARA-READ-MASTER
                   IF WS-MASTER-FOUND AND CM-REVERSED THEN
                       MOVE 'Y' TO WS-ITM-DROP-SWITCH(ITM-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ITM-DROPPED(ITM-IDX) THEN
               IF NOT WS-ITM-RELEASED(ITM-IDX) THEN
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           ELSE
               PERFORM X-PARA-BUILD-HOLD-RECORD
               WRITE CALC-HOLD-QUEUE-NEW-RECORD FROM CALC-HOLD-RECORD
               IF WS-QUEUE-NEW-STATUS NOT = '00' THEN
                   DISPLAY 'CALC-HOLD-QUEUE-NEW WRITE FAILED, STATUS='
                       WS-QUEUE-NEW-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           D1-PARA-LIST-HELD.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-ITM-RESULT(ITM-IDX) TO WS-HELD-AMOUNT.
           COMPUTE WS-HELD-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-ITM-HELD-DATE(ITM-IDX)).
           COMPUTE WS-AGE-DAYS
               = WS-BUSINESS-INTEGER - WS-HELD-INTEGER.
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
           MOVE WS-ITM-RESULT(ITM-IDX) TO WS-EDIT-AMOUNT.
           MOVE WS-ITM-THRESHOLD(ITM-IDX) TO WS-EDIT-THRESHOLD.
           MOVE SPACES TO HOLD-RPT-LINE.
           STRING '  ' WS-ITM-RUN-DATE(ITM-IDX)
               ' ' WS-ITM-SEQUENCE(ITM-IDX)
               ' ' WS-ITM-TRANS-ID(ITM-IDX)
               ' ' WS-ITM-SOURCE-SYSTEM(ITM-IDX)
               ' ' WS-ITM-OPERATOR(ITM-IDX)
               ' ' WS-ITM-HELD-DATE(ITM-IDX)
               ' ' WS-EDIT-AGE
               ' ' WS-EDIT-AMOUNT
               ' ' WS-EDIT-THRESHOLD
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           IF WS-AGE-DAYS > WS-ESCALATE-DAYS THEN
               ADD 1 TO WS-ESCALATED-COUNT
               MOVE '*** ESCALATED' TO HOLD-RPT-LINE(100:13)
           END-IF.
           PERFORM W-PARA-WRITE-RPT-LINE.

           D2-PARA-LIST-CLOSED.
           MOVE SPACES TO HOLD-RPT-LINE.
           STRING '  ' WS-ITM-RUN-DATE(ITM-IDX)
               ' ' WS-ITM-SEQUENCE(ITM-IDX)
               ' ' WS-ITM-TRANS-ID(ITM-IDX)
               ' ' WS-ITM-SOURCE-SYSTEM(ITM-IDX)
               ' ' WS-ITM-OPERATOR(ITM-IDX)
               ' ' WS-ITM-HELD-DATE(ITM-IDX)
               ' ' WS-OUTCOME
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           E-PARA-WRITE-BATCH-HEADER.
           MOVE SPACES TO CALC-TRANS-RECORD.
           MOVE 'H' TO CT-RECORD-TYPE.
           STRING 'HD' WS-BUSINESS-YYMMDD
               DELIMITED BY SIZE INTO CT-BATCH-ID.
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
           PERFORM V-PARA-WRITE-REVERSAL-RECORD.

           E1-PARA-WRITE-BATCH-TRAILER.
           MOVE SPACES TO CALC-TRANS-RECORD.
           MOVE 'T' TO CT-RECORD-TYPE.
           MOVE WS-REV-DETAIL-COUNT TO CT-RECORD-COUNT.
           MOVE WS-REV-HASH-TOTAL TO CT-HASH-TOTAL.
           PERFORM V-PARA-WRITE-REVERSAL-RECORD.

      * Random read of the original posting by WS-LOOKUP-KEY.
           M-PARA-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
           MOVE WS-LOOKUP-KEY TO CM-KEY.
           READ CALC-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '23' THEN
               DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           T-PARA-WRITE-TOTALS.
           MOVE SPACES TO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-DECISION-COUNT TO WS-EDIT-COUNT.
           STRING 'DECISIONS READ     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
           STRING 'RELEASED           : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
           STRING 'DECLINED           : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT.
           STRING 'CLOSED AS REVERSED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           STRING 'DECISIONS REJECTED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT.
           STRING 'CLEARED FROM QUEUE : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           STRING 'STILL HELD         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-HELD-AMOUNT TO WS-EDIT-AMOUNT.
           STRING 'AMOUNT STILL HELD  : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           MOVE WS-ESCALATED-COUNT TO WS-EDIT-COUNT.
           STRING 'ESCALATED          : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           V-PARA-WRITE-REVERSAL-RECORD.
           WRITE CALC-TRANS-RECORD.
           IF WS-REVERSAL-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-REVERSAL WRITE FAILED, STATUS='
                   WS-REVERSAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Writes the line and clears it for the next.
           W-PARA-WRITE-RPT-LINE.
           WRITE HOLD-RPT-LINE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-RPT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO HOLD-RPT-LINE.

           X-PARA-BUILD-HOLD-RECORD.
           MOVE WS-ITM-KEY(ITM-IDX) TO HQ-KEY.
           MOVE WS-ITM-TRANS-ID(ITM-IDX) TO HQ-TRANS-ID.
           MOVE WS-ITM-SOURCE-SYSTEM(ITM-IDX) TO HQ-SOURCE-SYSTEM.
           MOVE WS-ITM-OPERATOR(ITM-IDX) TO HQ-OPERATOR.
           MOVE WS-ITM-RESULT(ITM-IDX) TO HQ-RESULT.
           MOVE WS-ITM-THRESHOLD(ITM-IDX) TO HQ-THRESHOLD.
           MOVE WS-ITM-HELD-DATE(ITM-IDX) TO HQ-HELD-DATE.
           MOVE WS-ITM-STATUS(ITM-IDX) TO HQ-STATUS.
           MOVE WS-ITM-DECIDED-BY(ITM-IDX) TO HQ-DECIDED-BY.
           MOVE WS-ITM-DECISION-DATE(ITM-IDX) TO HQ-DECISION-DATE.

           Y-PARA-FIND-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           PERFORM Y1-PARA-MATCH-ITEM
               VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > WS-ITEM-COUNT
               OR WS-ITEM-FOUND.

           Y1-PARA-MATCH-ITEM.
           IF WS-ITM-KEY(ITM-IDX) = WS-LOOKUP-KEY THEN
               MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
               SET ITM-IDX DOWN BY 1
           END-IF.

           R-PARA-WRITE-RUN-START.
           PERFORM R7-PARA-OPEN-RUN-CONTROL.
           MOVE SPACES TO CALC-RUN-CONTROL-RECORD.
           MOVE 'CALCHREL' TO RL-PROGRAM.
           MOVE 'START' TO RL-EVENT.
           MOVE 0 TO RL-BUSINESS-DATE.
           MOVE SPACES TO RL-BATCH-ID.
           MOVE 0 TO RL-RECORDS-READ.
           MOVE 0 TO RL-RECORDS-WRITTEN.
           MOVE 0 TO RL-RECORDS-REJECTED.
           MOVE 0 TO RL-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP TO RL-TIMESTAMP.
           PERFORM R8-PARA-WRITE-RUN-RECORD.

           R9-PARA-WRITE-RUN-END.
           PERFORM R7-PARA-OPEN-RUN-CONTROL.
           MOVE SPACES TO CALC-RUN-CONTROL-RECORD.
           MOVE 'CALCHREL' TO RL-PROGRAM.
           MOVE 'END' TO RL-EVENT.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE SPACES TO RL-BATCH-ID.
           MOVE WS-DECISION-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN
               = WS-RELEASED-COUNT + WS-DECLINED-COUNT.
           MOVE WS-REJECTED-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP TO RL-TIMESTAMP.
           PERFORM R8-PARA-WRITE-RUN-RECORD.

           R7-PARA-OPEN-RUN-CONTROL.
           OPEN EXTEND CALC-RUN-CONTROL.
           IF WS-RUN-CONTROL-STATUS = '35' THEN
               OPEN OUTPUT CALC-RUN-CONTROL
           END-IF.
           IF WS-RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'CALC-RUN-CONTROL OPEN FAILED, STATUS='
                   WS-RUN-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           R8-PARA-WRITE-RUN-RECORD.
           WRITE CALC-RUN-CONTROL-RECORD.
           IF WS-RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'CALC-RUN-CONTROL WRITE FAILED, STATUS='
                   WS-RUN-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CALC-RUN-CONTROL.
