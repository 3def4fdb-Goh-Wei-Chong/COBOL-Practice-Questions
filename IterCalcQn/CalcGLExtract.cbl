      * writes 'R' there so the GL intake can tell a reprint from
      * a new posting. Naming the byte here keeps the two
      * programs from drifting on where the flag lives.
      * A reversal posted by IterCalc (audit operator REV, the
      * original's run date and audit sequence in the operand
      * fields, the result already negated) is now sent as a
      * linked offsetting entry: GLD-ENTRY-TYPE 'R', with the
      * original's transaction id and run date - the identifiers
      * the GL intake already holds it under - in GLD-ORIG-TRANS-ID
      * and GLD-ORIG-RUN-DATE, read from the result master. The
      * bytes were detail filler and stay spaces on an ordinary
      * posting. An original IterCalc reversed but the master
      * cannot produce ends the run with RETURN-CODE 12.
      * Large-value hold: a posted result whose magnitude exceeds
      * its source system's LM-REVIEW-THRESHOLD on the limits file
      * (zero or blank holds nothing) is no longer sent that
      * night. It is written instead to the hold stage CALCHNEW,
      * which the job appends to the hold queue for supervisor
      * review; the result is already on CALCRSLT and goes to the
      * master as usual. Items the hold release program has since
      * released (CALCHRLS) are sent ahead of the night's own
      * postings, under their original run date. A reversal whose
      * original is still on the queue (held, or declined and
      * awaiting its generated reversal) is withheld as well, as
      * the GL never received the original. The count proof is
      * now details sent, less released items, plus held and
      * withheld items, against the calculations-processed
      * figure. The run-control END record now carries the audit
      * records read (the figure the operations report chains to
      * the calc run) apart from the details written.
      * The trailer now also carries the count and hash of the
      * night's postings kept back from the GL - held for review
      * plus withheld reversals - in GLT-KEPT-COUNT and
      * GLT-KEPT-HASH (same modulus as the trailer hash), taken
      * from the trailer filler the GL intake does not read. With
      * them, and the released items identifiable by their earlier
      * GLD-RUN-DATE, a stored generation can be proved against
      * the audit keep file after the hold queue has moved on.
      * Prior-period adjustments: a posting IterCalc made from a
      * batch dated in a closed accounting period (listed on the
      * night's CALCPADJ) is sent with GLD-PRIOR-PERIOD 'P' - an
      * ordinary posting as entry type 'A' with its original
      * business date in GLD-ADJ-BUSINESS-DATE over the link bytes,
      * a reversal keeping entry type 'R' and its link. A released
      * item is looked up the same way on the adjustment history
      * (CALCPADH), so an adjustment held for review keeps its
      * marking when it is finally sent. When the night's own
      * business date falls in a closed period (CALCPERD) the header
      * is dated into the earliest open period after it instead -
      * its first processing day on CALCCAL - and the business date
      * is kept in GLH-ORIG-BUSINESS-DATE, so the GL intake never
      * receives a file dated in a closed month. Both fields were
      * filler and stay spaces otherwise.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT CALC-RUN-CONTROL ASSIGN TO 'CALCRUNC'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
               SELECT CALC-MASTER-FILE ASSIGN TO 'CALCMSTR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT CALC-LIMIT-FILE ASSIGN TO 'CALCLIMT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIMIT-STATUS.
               SELECT CALC-HOLD-QUEUE ASSIGN TO 'CALCHOLD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT CALC-HOLD-RELEASED ASSIGN TO 'CALCHRLS'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELEASED-STATUS.
               SELECT CALC-HOLD-NEW ASSIGN TO 'CALCHNEW'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-NEW-STATUS.
               SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-STATUS.
               SELECT CALC-CALENDAR-FILE ASSIGN TO 'CALCCAL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT CALC-ADJUST-FILE ASSIGN TO 'CALCPADJ'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJUST-STATUS.
               SELECT CALC-ADJUST-HISTORY ASSIGN TO 'CALCPADH'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJUST-HIST-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 GL-HEADER REDEFINES GL-DATA.
                   10 GLH-BUSINESS-DATE PIC 9(8).
                   10 GLH-EXTRACT-TYPE PIC X(1).
                   10 GLH-ORIG-BUSINESS-DATE PIC 9(8).
                   10 FILLER PIC X(42).
               05 GL-DETAIL REDEFINES GL-DATA.
                   10 GLD-TRANS-ID PIC X(10).
                   10 GLD-SOURCE-SYSTEM PIC X(3).
                   10 GLD-OPERATOR PIC X(3).
                   10 GLD-RESULT PIC S9(13)V9(2).
                   10 GLD-RUN-DATE PIC 9(8).
                   10 GLD-ENTRY-TYPE PIC X(1).
                   10 GLD-ORIG-LINK.
                       15 GLD-ORIG-TRANS-ID PIC X(10).
                       15 GLD-ORIG-RUN-DATE PIC 9(8).
                   10 GLD-ADJ-LINK REDEFINES GLD-ORIG-LINK.
                       15 GLD-ADJ-BUSINESS-DATE PIC 9(8).
                       15 FILLER PIC X(10).
                   10 GLD-PRIOR-PERIOD PIC X(1).
               05 GL-TRAILER REDEFINES GL-DATA.
                   10 GLT-RECORD-COUNT PIC 9(9).
                   10 GLT-HASH-TOTAL PIC 9(13)V9(2).
                   10 GLT-KEPT-COUNT PIC 9(9).
                   10 GLT-KEPT-HASH PIC 9(13)V9(2).
                   10 FILLER PIC X(11).

           FD  CALC-RUN-CONTROL
               RECORD CONTAINS 84 CHARACTERS.
           COPY CALCRUN.

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           FD  CALC-LIMIT-FILE
               RECORD CONTAINS 70 CHARACTERS.
           COPY CALCLIM.

           FD  CALC-HOLD-QUEUE
               RECORD CONTAINS 88 CHARACTERS.
           COPY CALCHLD.

           FD  CALC-HOLD-RELEASED
               RECORD CONTAINS 88 CHARACTERS.
           01  HOLD-RELEASED-RECORD PIC X(88).

           FD  CALC-HOLD-NEW
               RECORD CONTAINS 88 CHARACTERS.
           01  HOLD-NEW-RECORD PIC X(88).

           FD  CALC-PERIOD-FILE
               RECORD CONTAINS 23 CHARACTERS.
           COPY CALCPER.

           FD  CALC-CALENDAR-FILE
               RECORD CONTAINS 9 CHARACTERS.
           COPY CALCCAL.

           FD  CALC-ADJUST-FILE
               RECORD CONTAINS 72 CHARACTERS.
           COPY CALCPAJ.

           FD  CALC-ADJUST-HISTORY
               RECORD CONTAINS 72 CHARACTERS.
           01  ADJUST-HISTORY-RECORD PIC X(72).

           WORKING-STORAGE SECTION.
           01 WS-RECON-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-PROCESSED-COUNT PIC 9(9) VALUE 0.
           01 WS-RUN-CONTROL-STATUS PIC X(2).
           01 WS-CURRENT-TIMESTAMP PIC X(26).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE 'N'.
               88 WS-MASTER-AVAILABLE VALUE 'Y'.
           01 WS-LIMIT-STATUS PIC X(2).
           01 WS-HOLD-STATUS PIC X(2).
           01 WS-RELEASED-STATUS PIC X(2).
           01 WS-HOLD-NEW-STATUS PIC X(2).
           01 WS-LIMIT-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-LIMITS VALUE 'Y'.
           01 WS-HOLD-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-HOLDS VALUE 'Y'.
           01 WS-RELEASED-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-RELEASED VALUE 'Y'.
           01 WS-SEND-SWITCH PIC X(1) VALUE 'Y'.
               88 WS-SEND-TO-GL VALUE 'Y'.
           01 WS-THRESHOLD-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-THRESHOLD-FOUND VALUE 'Y'.
           01 WS-QUEUED-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-QUEUED-FOUND VALUE 'Y'.
           01 WS-RESULT-MAGNITUDE PIC 9(13)V9(2).
           01 WS-AUDIT-KEY.
               05 WS-AUDIT-RUN-DATE PIC 9(8).
               05 WS-AUDIT-SEQUENCE PIC 9(9).
           01 WS-RELEASED-COUNT PIC 9(9) VALUE 0.
           01 WS-HELD-COUNT PIC 9(9) VALUE 0.
           01 WS-WITHHELD-COUNT PIC 9(9) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(9) VALUE 0.
           01 WS-KEPT-HASH PIC 9(13)V9(2) VALUE 0.
           01 WS-PROVED-COUNT PIC 9(9) VALUE 0.
           01 WS-AUDIT-READ-COUNT PIC 9(9) VALUE 0.

           01 WS-THRESHOLD-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-THRESHOLD-TABLE.
               05 WS-THRESHOLD-ENTRY OCCURS 50 TIMES
                   INDEXED BY THR-IDX.
                   10 WS-THR-SOURCE-SYSTEM PIC X(3).
                   10 WS-THR-AMOUNT PIC 9(13)V9(2).

      * Held, declined and closed items still on the queue, by
      * master key, for withholding their reversals.
           01 WS-QUEUED-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-QUEUED-TABLE.
               05 WS-QUEUED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY QUE-IDX.
                   10 WS-QUEUED-KEY PIC X(17).

      * Prior-period adjustments by master key - tonight's from
      * CALCPADJ, and those on the history that are being released
      * tonight - with the original business date.
           01 WS-PERIOD-STATUS PIC X(2).
           01 WS-CALENDAR-STATUS PIC X(2).
           01 WS-ADJUST-STATUS PIC X(2).
           01 WS-ADJUST-HIST-STATUS PIC X(2).
           01 WS-PERIOD-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-PERIODS VALUE 'Y'.
           01 WS-CALENDAR-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-CALENDAR VALUE 'Y'.
           01 WS-ADJUST-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-ADJUST VALUE 'Y'.
           01 WS-PERIOD-CLOSED-SWITCH PIC X(1) VALUE 'N'.
               88 WS-PERIOD-CLOSED VALUE 'Y'.
           01 WS-ADJUST-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-ADJUST-FOUND VALUE 'Y'.
           01 WS-RELEASE-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-RELEASE-FOUND VALUE 'Y'.
           01 WS-ADJUST-SENT-COUNT PIC 9(9) VALUE 0.
           01 WS-HEADER-DATE PIC 9(8) VALUE 0.
           01 WS-ADJUST-DATE PIC 9(8) VALUE 0.
           01 WS-LOOKUP-KEY PIC X(17).
           01 WS-PERIOD-WORK PIC 9(6).
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
               05 WS-PERIOD-YEAR PIC 9(4).
               05 WS-PERIOD-MONTH PIC 9(2).
           01 WS-PERIOD-START PIC 9(8).
           01 WS-PERIOD-END PIC 9(8).

           01 WS-PERIOD-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 240 TIMES
                   INDEXED BY PER-IDX.
                   10 WS-PER-PERIOD PIC 9(6).
                   10 WS-PER-STATUS PIC X(1).
                       88 WS-PER-CLOSED VALUE 'C'.

           01 WS-CALENDAR-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-CALENDAR-TABLE.
               05 WS-CALENDAR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CAL-IDX.
                   10 WS-CAL-DATE PIC 9(8).
                   10 WS-CAL-DAY-TYPE PIC X(1).
                       88 WS-CAL-PROCESSING VALUE 'P'.

           01 WS-RELEASE-KEY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-RELEASE-KEY-TABLE.
               05 WS-RELEASE-KEY OCCURS 5000 TIMES
                   INDEXED BY RLK-IDX PIC X(17).

           01 WS-ADJUST-COUNT PIC 9(9) COMP VALUE 0.
           01 WS-ADJUST-TABLE.
               05 WS-ADJUST-ENTRY OCCURS 50000 TIMES
                   INDEXED BY ADJ-IDX.
                   10 WS-ADJ-KEY PIC X(17).
                   10 WS-ADJ-BUSINESS-DATE PIC 9(8).

       PROCEDURE DIVISION.
           A-PARA.
               STOP RUN
           END-IF.

           PERFORM G-PARA-OPEN-MASTER.
           PERFORM H-PARA-LOAD-THRESHOLDS.
           PERFORM K-PARA-LOAD-QUEUE.
           PERFORM N-PARA-LOAD-ADJUSTMENTS.
           OPEN OUTPUT CALC-HOLD-NEW.
           IF WS-HOLD-NEW-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-NEW OPEN FAILED, STATUS='
                   WS-HOLD-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B-PARA-WRITE-HEADER.
           PERFORM L-PARA-SEND-RELEASED.
           PERFORM C-PARA-NEXT-AUDIT WITH TEST BEFORE
               UNTIL WS-END-OF-AUDIT.
           PERFORM E-PARA-WRITE-TRAILER.
           CLOSE CALC-AUDIT-LOG GL-INTERFACE-FILE CALC-HOLD-NEW.
           IF WS-MASTER-AVAILABLE THEN
               CLOSE CALC-MASTER-FILE
           END-IF.

           COMPUTE WS-PROVED-COUNT = WS-DETAIL-COUNT
               - WS-RELEASED-COUNT + WS-HELD-COUNT
               + WS-WITHHELD-COUNT.
           IF WS-PROVED-COUNT NOT = WS-PROCESSED-COUNT THEN
               DISPLAY 'GL EXTRACT COUNT ' WS-PROVED-COUNT
                   ' DISAGREES WITH CALCSUMM ' WS-PROCESSED-COUNT
               MOVE 12 TO RETURN-CODE
               PERFORM R9-PARA-WRITE-RUN-END
           END-IF.
           DISPLAY 'CALCGLEXTRACT DETAILS WRITTEN '
               WS-DETAIL-COUNT.
           DISPLAY 'CALCGLEXTRACT RELEASED SENT   '
               WS-RELEASED-COUNT.
           DISPLAY 'CALCGLEXTRACT HELD FOR REVIEW '
               WS-HELD-COUNT.
           DISPLAY 'CALCGLEXTRACT REVERSALS HELD  '
               WS-WITHHELD-COUNT.
           DISPLAY 'CALCGLEXTRACT PRIOR-PERIOD    '
               WS-ADJUST-SENT-COUNT.
           PERFORM R9-PARA-WRITE-RUN-END.
           STOP RUN.

           B-PARA-WRITE-HEADER.
           PERFORM P-PARA-SET-HEADER-DATE.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'H' TO GL-RECORD-TYPE.
           MOVE WS-HEADER-DATE TO GLH-BUSINESS-DATE.
           IF WS-HEADER-DATE NOT = WS-BUSINESS-DATE THEN
               MOVE WS-BUSINESS-DATE TO GLH-ORIG-BUSINESS-DATE
           END-IF.
           PERFORM F-PARA-WRITE-GL-RECORD.

           C-PARA-NEXT-AUDIT.
           READ CALC-AUDIT-LOG INTO CALC-AUDIT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM C1-PARA-ROUTE-AUDIT
           END-READ.

           C1-PARA-ROUTE-AUDIT.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           MOVE 'Y' TO WS-SEND-SWITCH.
           MOVE CA-TIMESTAMP(1:8) TO WS-AUDIT-RUN-DATE.
           MOVE CA-SEQUENCE TO WS-AUDIT-SEQUENCE.
           IF CA-OPERATOR = 'REV' THEN
               PERFORM K2-PARA-CHECK-WITHHELD
           ELSE
               PERFORM H2-PARA-CHECK-THRESHOLD
           END-IF.
           IF WS-SEND-TO-GL THEN
               PERFORM D-PARA-WRITE-DETAIL
           END-IF.

           D-PARA-WRITE-DETAIL.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'D' TO GL-RECORD-TYPE.
           MOVE CA-OPERATOR TO GLD-OPERATOR.
           MOVE CA-RESULT TO GLD-RESULT.
           MOVE CA-TIMESTAMP(1:8) TO GLD-RUN-DATE.
           IF CA-OPERATOR = 'REV' THEN
               PERFORM D1-PARA-LINK-ORIGINAL
           END-IF.
           MOVE CA-TIMESTAMP(1:8) TO WS-AUDIT-RUN-DATE.
           MOVE CA-SEQUENCE TO WS-AUDIT-SEQUENCE.
           MOVE WS-AUDIT-KEY TO WS-LOOKUP-KEY.
           PERFORM M-PARA-MARK-ADJUSTMENT.
           PERFORM F-PARA-WRITE-GL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
               WS-HASH-TOTAL + CA-RESULT, WS-HASH-MODULUS).

           D1-PARA-LINK-ORIGINAL.
           IF NOT WS-MASTER-AVAILABLE THEN
               DISPLAY 'CALC-MASTER-FILE NOT AVAILABLE FOR REVERSAL '
                   CA-TRANS-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CA-FIRSTNUMBER TO CM-RUN-DATE.
           MOVE CA-SECONDNUMBER TO CM-SEQUENCE.
           READ CALC-MASTER-FILE
               INVALID KEY
                   DISPLAY 'REVERSAL ' CA-TRANS-ID
                       ' ORIGINAL NOT ON MASTER ' CM-KEY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'R' TO GLD-ENTRY-TYPE.
           MOVE CM-TRANS-ID TO GLD-ORIG-TRANS-ID.
           MOVE CM-RUN-DATE TO GLD-ORIG-RUN-DATE.

           E-PARA-WRITE-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'T' TO GL-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO GLT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL.
           COMPUTE WS-KEPT-COUNT = WS-HELD-COUNT + WS-WITHHELD-COUNT.
           MOVE WS-KEPT-COUNT TO GLT-KEPT-COUNT.
           MOVE WS-KEPT-HASH TO GLT-KEPT-HASH.
           PERFORM F-PARA-WRITE-GL-RECORD.

           F-PARA-WRITE-GL-RECORD.
           MOVE 'END' TO RL-EVENT.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE SPACES TO RL-BATCH-ID.
           MOVE WS-AUDIT-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-DETAIL-COUNT TO RL-RECORDS-WRITTEN.
           MOVE 0 TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
               STOP RUN
           END-IF.
           CLOSE CALC-RUN-CONTROL.

      * Opened read-only for reversal links; a master not yet
      * allocated (status 35) is only an error if a reversal
      * turns up.
           G-PARA-OPEN-MASTER.
           OPEN INPUT CALC-MASTER-FILE.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Review thresholds by source system from the limits file.
      * A record written before the threshold field existed (or a
      * blank threshold) reads as zero - nothing held.
           H-PARA-LOAD-THRESHOLDS.
           OPEN INPUT CALC-LIMIT-FILE.
           IF WS-LIMIT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-LIMIT-FILE OPEN FAILED, STATUS='
                   WS-LIMIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM H1-PARA-LOAD-THRESHOLD-REC WITH TEST BEFORE
               UNTIL WS-END-OF-LIMITS.
           CLOSE CALC-LIMIT-FILE.

           H1-PARA-LOAD-THRESHOLD-REC.
           READ CALC-LIMIT-FILE INTO CALC-LIMIT-RECORD
               AT END MOVE 'Y' TO WS-LIMIT-EOF-SWITCH
               NOT AT END
                   IF WS-THRESHOLD-COUNT = 50 THEN
                       DISPLAY 'CALC-LIMIT-FILE EXCEEDS 50 '
                           'ENTRIES'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-THRESHOLD-COUNT
                       SET THR-IDX TO WS-THRESHOLD-COUNT
                       MOVE LM-SOURCE-SYSTEM
                           TO WS-THR-SOURCE-SYSTEM(THR-IDX)
                       IF LM-REVIEW-THRESHOLD IS NUMERIC THEN
                           MOVE LM-REVIEW-THRESHOLD
                               TO WS-THR-AMOUNT(THR-IDX)
                       ELSE
                           MOVE 0 TO WS-THR-AMOUNT(THR-IDX)
                       END-IF
                   END-IF
           END-READ.

           H2-PARA-CHECK-THRESHOLD.
           MOVE 'N' TO WS-THRESHOLD-FOUND-SWITCH.
           PERFORM H3-PARA-MATCH-THRESHOLD
               VARYING THR-IDX FROM 1 BY 1
               UNTIL THR-IDX > WS-THRESHOLD-COUNT
               OR WS-THRESHOLD-FOUND.
           IF WS-THRESHOLD-FOUND THEN
               IF WS-THR-AMOUNT(THR-IDX) > 0 THEN
                   MOVE CA-RESULT TO WS-RESULT-MAGNITUDE
                   IF CA-RESULT < 0 THEN
                       COMPUTE WS-RESULT-MAGNITUDE = 0 - CA-RESULT
                   END-IF
                   IF WS-RESULT-MAGNITUDE > WS-THR-AMOUNT(THR-IDX)
                   THEN
                       MOVE 'N' TO WS-SEND-SWITCH
                       PERFORM J-PARA-WRITE-HOLD
                   END-IF
               END-IF
           END-IF.

           H3-PARA-MATCH-THRESHOLD.
           IF WS-THR-SOURCE-SYSTEM(THR-IDX) = CA-SOURCE-SYSTEM THEN
               MOVE 'Y' TO WS-THRESHOLD-FOUND-SWITCH
               SET THR-IDX DOWN BY 1
           END-IF.

           J-PARA-WRITE-HOLD.
           MOVE SPACES TO CALC-HOLD-RECORD.
           MOVE WS-AUDIT-RUN-DATE TO HQ-RUN-DATE.
           MOVE WS-AUDIT-SEQUENCE TO HQ-SEQUENCE.
           MOVE CA-TRANS-ID TO HQ-TRANS-ID.
           MOVE CA-SOURCE-SYSTEM TO HQ-SOURCE-SYSTEM.
           MOVE CA-OPERATOR TO HQ-OPERATOR.
           MOVE CA-RESULT TO HQ-RESULT.
           MOVE WS-THR-AMOUNT(THR-IDX) TO HQ-THRESHOLD.
           MOVE WS-BUSINESS-DATE TO HQ-HELD-DATE.
           MOVE 'H' TO HQ-STATUS.
           MOVE 0 TO HQ-DECISION-DATE.
           WRITE HOLD-NEW-RECORD FROM CALC-HOLD-RECORD.
           IF WS-HOLD-NEW-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HOLD-NEW WRITE FAILED, STATUS='
                   WS-HOLD-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           COMPUTE WS-KEPT-HASH = FUNCTION MOD(
               WS-KEPT-HASH + CA-RESULT, WS-HASH-MODULUS).

      * The queue is read for its held and declined keys only; a
      * queue not yet allocated (status 35) holds nothing.
           K-PARA-LOAD-QUEUE.
           OPEN INPUT CALC-HOLD-QUEUE.
           EVALUATE WS-HOLD-STATUS
               WHEN '00'
                   PERFORM K1-PARA-LOAD-QUEUE-REC WITH TEST BEFORE
                       UNTIL WS-END-OF-HOLDS
                   CLOSE CALC-HOLD-QUEUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-HOLD-QUEUE OPEN FAILED, STATUS='
                       WS-HOLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           K1-PARA-LOAD-QUEUE-REC.
           READ CALC-HOLD-QUEUE INTO CALC-HOLD-RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HQ-HELD OR HQ-DECLINED OR HQ-CLOSED THEN
                       IF WS-QUEUED-COUNT = 5000 THEN
                           DISPLAY 'CALC-HOLD-QUEUE EXCEEDS 5000 '
                               'ENTRIES'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QUEUED-COUNT
                       SET QUE-IDX TO WS-QUEUED-COUNT
                       MOVE HQ-KEY TO WS-QUEUED-KEY(QUE-IDX)
                   END-IF
           END-READ.

      * A reversal names its original by master key in the
      * operand fields.
           K2-PARA-CHECK-WITHHELD.
           MOVE CA-FIRSTNUMBER TO WS-AUDIT-RUN-DATE.
           MOVE CA-SECONDNUMBER TO WS-AUDIT-SEQUENCE.
           MOVE 'N' TO WS-QUEUED-FOUND-SWITCH.
           PERFORM K3-PARA-MATCH-QUEUED
               VARYING QUE-IDX FROM 1 BY 1
               UNTIL QUE-IDX > WS-QUEUED-COUNT
               OR WS-QUEUED-FOUND.
           IF WS-QUEUED-FOUND THEN
               MOVE 'N' TO WS-SEND-SWITCH
               ADD 1 TO WS-WITHHELD-COUNT
               COMPUTE WS-KEPT-HASH = FUNCTION MOD(
                   WS-KEPT-HASH + CA-RESULT, WS-HASH-MODULUS)
           END-IF.

           K3-PARA-MATCH-QUEUED.
           IF WS-QUEUED-KEY(QUE-IDX) = WS-AUDIT-KEY THEN
               MOVE 'Y' TO WS-QUEUED-FOUND-SWITCH
               SET QUE-IDX DOWN BY 1
           END-IF.

      * Released items are sent as ordinary postings under their
      * original run date; a released file not yet allocated
      * (status 35) is simply empty.
           L-PARA-SEND-RELEASED.
           OPEN INPUT CALC-HOLD-RELEASED.
           EVALUATE WS-RELEASED-STATUS
               WHEN '00'
                   PERFORM L1-PARA-NEXT-RELEASED WITH TEST BEFORE
                       UNTIL WS-END-OF-RELEASED
                   CLOSE CALC-HOLD-RELEASED
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-HOLD-RELEASED OPEN FAILED, STATUS='
                       WS-RELEASED-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           L1-PARA-NEXT-RELEASED.
           READ CALC-HOLD-RELEASED INTO CALC-HOLD-RECORD
               AT END MOVE 'Y' TO WS-RELEASED-EOF-SWITCH
               NOT AT END
                   IF HQ-RELEASED THEN
                       PERFORM L2-PARA-WRITE-RELEASED
                   END-IF
           END-READ.

           L2-PARA-WRITE-RELEASED.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'D' TO GL-RECORD-TYPE.
           MOVE HQ-TRANS-ID TO GLD-TRANS-ID.
           MOVE HQ-SOURCE-SYSTEM TO GLD-SOURCE-SYSTEM.
           MOVE HQ-OPERATOR TO GLD-OPERATOR.
           MOVE HQ-RESULT TO GLD-RESULT.
           MOVE HQ-RUN-DATE TO GLD-RUN-DATE.
           MOVE HQ-KEY TO WS-LOOKUP-KEY.
           PERFORM M-PARA-MARK-ADJUSTMENT.
           PERFORM F-PARA-WRITE-GL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-RELEASED-COUNT.
           COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
               WS-HASH-TOTAL + HQ-RESULT, WS-HASH-MODULUS).

      * Marks the detail being built when its master key is a
      * prior-period adjustment. A reversal keeps its link to the
      * original; any other posting becomes entry type 'A' and
      * carries its original business date in the link bytes.
           M-PARA-MARK-ADJUSTMENT.
           MOVE 'N' TO WS-ADJUST-FOUND-SWITCH.
           PERFORM M1-PARA-MATCH-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJUST-COUNT
               OR WS-ADJUST-FOUND.
           IF WS-ADJUST-FOUND THEN
               IF GLD-ENTRY-TYPE NOT = 'R' THEN
                   MOVE 'A' TO GLD-ENTRY-TYPE
                   MOVE SPACES TO GLD-ADJ-LINK
                   MOVE WS-ADJ-BUSINESS-DATE(ADJ-IDX)
                       TO GLD-ADJ-BUSINESS-DATE
               END-IF
               MOVE 'P' TO GLD-PRIOR-PERIOD
               ADD 1 TO WS-ADJUST-SENT-COUNT
           END-IF.

           M1-PARA-MATCH-ADJUSTMENT.
           IF WS-ADJ-KEY(ADJ-IDX) = WS-LOOKUP-KEY THEN
               MOVE 'Y' TO WS-ADJUST-FOUND-SWITCH
               SET ADJ-IDX DOWN BY 1
           END-IF.

      * Tonight's adjustments, then the keys of the items released
      * since the last run and any history entries for them. Files
      * not yet allocated (status 35) hold nothing.
           N-PARA-LOAD-ADJUSTMENTS.
           OPEN INPUT CALC-ADJUST-FILE.
           EVALUATE WS-ADJUST-STATUS
               WHEN '00'
                   PERFORM N1-PARA-LOAD-ADJUST-REC WITH TEST BEFORE
                       UNTIL WS-END-OF-ADJUST
                   CLOSE CALC-ADJUST-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-ADJUST-FILE OPEN FAILED, STATUS='
                       WS-ADJUST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT CALC-HOLD-RELEASED.
           EVALUATE WS-RELEASED-STATUS
               WHEN '00'
                   PERFORM N2-PARA-LOAD-RELEASE-KEY WITH TEST BEFORE
                       UNTIL WS-END-OF-RELEASED
                   CLOSE CALC-HOLD-RELEASED
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-HOLD-RELEASED OPEN FAILED, STATUS='
                       WS-RELEASED-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE 'N' TO WS-RELEASED-EOF-SWITCH.
           IF WS-RELEASE-KEY-COUNT > 0 THEN
               MOVE 'N' TO WS-ADJUST-EOF-SWITCH
               OPEN INPUT CALC-ADJUST-HISTORY
               EVALUATE WS-ADJUST-HIST-STATUS
                   WHEN '00'
                       PERFORM N3-PARA-SCAN-HISTORY WITH TEST BEFORE
                           UNTIL WS-END-OF-ADJUST
                       CLOSE CALC-ADJUST-HISTORY
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CALC-ADJUST-HISTORY OPEN FAILED, '
                           'STATUS=' WS-ADJUST-HIST-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           N1-PARA-LOAD-ADJUST-REC.
           READ CALC-ADJUST-FILE INTO CALC-ADJUST-RECORD
               AT END MOVE 'Y' TO WS-ADJUST-EOF-SWITCH
               NOT AT END PERFORM N4-PARA-ADD-ADJUSTMENT
           END-READ.

           N2-PARA-LOAD-RELEASE-KEY.
           READ CALC-HOLD-RELEASED INTO CALC-HOLD-RECORD
               AT END MOVE 'Y' TO WS-RELEASED-EOF-SWITCH
               NOT AT END
                   IF HQ-RELEASED THEN
                       IF WS-RELEASE-KEY-COUNT = 5000 THEN
                           DISPLAY 'CALC-HOLD-RELEASED EXCEEDS 5000 '
                               'ENTRIES'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RELEASE-KEY-COUNT
                       SET RLK-IDX TO WS-RELEASE-KEY-COUNT
                       MOVE HQ-KEY TO WS-RELEASE-KEY(RLK-IDX)
                   END-IF
           END-READ.

           N3-PARA-SCAN-HISTORY.
           READ CALC-ADJUST-HISTORY INTO CALC-ADJUST-RECORD
               AT END MOVE 'Y' TO WS-ADJUST-EOF-SWITCH
               NOT AT END
                   MOVE 'N' TO WS-RELEASE-FOUND-SWITCH
                   PERFORM N5-PARA-MATCH-RELEASE-KEY
                       VARYING RLK-IDX FROM 1 BY 1
                       UNTIL RLK-IDX > WS-RELEASE-KEY-COUNT
                       OR WS-RELEASE-FOUND
                   IF WS-RELEASE-FOUND THEN
                       PERFORM N4-PARA-ADD-ADJUSTMENT
                   END-IF
           END-READ.

           N4-PARA-ADD-ADJUSTMENT.
           IF WS-ADJUST-COUNT = 50000 THEN
               DISPLAY 'CALC-ADJUST-FILE EXCEEDS 50000 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ADJUST-COUNT.
           SET ADJ-IDX TO WS-ADJUST-COUNT.
           MOVE PJ-KEY TO WS-ADJ-KEY(ADJ-IDX).
           MOVE PJ-BUSINESS-DATE TO WS-ADJ-BUSINESS-DATE(ADJ-IDX).

           N5-PARA-MATCH-RELEASE-KEY.
           IF WS-RELEASE-KEY(RLK-IDX) = PJ-KEY THEN
               MOVE 'Y' TO WS-RELEASE-FOUND-SWITCH
               SET RLK-IDX DOWN BY 1
           END-IF.

      * The header carries the night's business date unless its
      * month is closed on the period file (not yet allocated -
      * status 35 - closes nothing); then it is dated on the first
      * processing day of the earliest month after it that is not
      * closed, or the first of that month if the calendar has
      * none.
           P-PARA-SET-HEADER-DATE.
           MOVE WS-BUSINESS-DATE TO WS-HEADER-DATE.
           OPEN INPUT CALC-PERIOD-FILE.
           EVALUATE WS-PERIOD-STATUS
               WHEN '00'
                   PERFORM P1-PARA-LOAD-PERIOD-REC WITH TEST BEFORE
                       UNTIL WS-END-OF-PERIODS
                   CLOSE CALC-PERIOD-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-PERIOD-FILE OPEN FAILED, STATUS='
                       WS-PERIOD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           COMPUTE WS-PERIOD-WORK = WS-BUSINESS-DATE / 100.
           PERFORM P2-PARA-FIND-PERIOD.
           IF WS-PERIOD-CLOSED THEN
               PERFORM P3-PARA-NEXT-PERIOD WITH TEST BEFORE
                   UNTIL NOT WS-PERIOD-CLOSED
               PERFORM P4-PARA-LOAD-CALENDAR
               COMPUTE WS-PERIOD-START = WS-PERIOD-WORK * 100
               COMPUTE WS-PERIOD-END = WS-PERIOD-START + 31
               MOVE 0 TO WS-ADJUST-DATE
               PERFORM P6-PARA-SCAN-ADJUST-DATE
                   VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CALENDAR-COUNT
               IF WS-ADJUST-DATE = 0 THEN
                   COMPUTE WS-ADJUST-DATE = WS-PERIOD-START + 1
               END-IF
               MOVE WS-ADJUST-DATE TO WS-HEADER-DATE
               DISPLAY 'CALCGLEXTRACT BUSINESS DATE ' WS-BUSINESS-DATE
                   ' IN CLOSED PERIOD, HEADER DATED ' WS-HEADER-DATE
           END-IF.

           P1-PARA-LOAD-PERIOD-REC.
           READ CALC-PERIOD-FILE INTO CALC-PERIOD-RECORD
               AT END MOVE 'Y' TO WS-PERIOD-EOF-SWITCH
               NOT AT END
                   IF PC-PERIOD IS NOT NUMERIC
                       OR NOT (PC-OPEN OR PC-CLOSED) THEN
                       DISPLAY 'CALC-PERIOD-FILE RECORD INVALID: '
                           CALC-PERIOD-RECORD
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-PERIOD-COUNT = 240 THEN
                       DISPLAY 'CALC-PERIOD-FILE EXCEEDS '
                           '240 ENTRIES'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-PERIOD-COUNT
                       SET PER-IDX TO WS-PERIOD-COUNT
                       MOVE PC-PERIOD TO WS-PER-PERIOD(PER-IDX)
                       MOVE PC-STATUS TO WS-PER-STATUS(PER-IDX)
                   END-IF
           END-READ.

      * The last record on file for the month decides its status.
           P2-PARA-FIND-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
           PERFORM P2A-PARA-MATCH-PERIOD
               VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > WS-PERIOD-COUNT.

           P2A-PARA-MATCH-PERIOD.
           IF WS-PER-PERIOD(PER-IDX) = WS-PERIOD-WORK THEN
               IF WS-PER-CLOSED(PER-IDX) THEN
                   MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
               ELSE
                   MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH
               END-IF
           END-IF.

           P3-PARA-NEXT-PERIOD.
           IF WS-PERIOD-MONTH = 12 THEN
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-PERIOD-MONTH
           END-IF.
           PERFORM P2-PARA-FIND-PERIOD.

           P4-PARA-LOAD-CALENDAR.
           OPEN INPUT CALC-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00' THEN
               DISPLAY 'CALC-CALENDAR-FILE OPEN FAILED, STATUS='
                   WS-CALENDAR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM P5-PARA-LOAD-CALENDAR-REC WITH TEST BEFORE
               UNTIL WS-END-OF-CALENDAR.
           CLOSE CALC-CALENDAR-FILE.

           P5-PARA-LOAD-CALENDAR-REC.
           READ CALC-CALENDAR-FILE INTO CALC-CALENDAR-RECORD
               AT END MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
               NOT AT END
                   IF WS-CALENDAR-COUNT = 1000 THEN
                       DISPLAY 'CALC-CALENDAR-FILE EXCEEDS '
                           '1000 ENTRIES'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-CALENDAR-COUNT
                       SET CAL-IDX TO WS-CALENDAR-COUNT
                       MOVE CD-DATE TO WS-CAL-DATE(CAL-IDX)
                       MOVE CD-DAY-TYPE
                           TO WS-CAL-DAY-TYPE(CAL-IDX)
                   END-IF
           END-READ.

           P6-PARA-SCAN-ADJUST-DATE.
           IF WS-CAL-PROCESSING(CAL-IDX)
               AND WS-CAL-DATE(CAL-IDX) > WS-PERIOD-START
               AND WS-CAL-DATE(CAL-IDX) <= WS-PERIOD-END
               AND (WS-ADJUST-DATE = 0
                   OR WS-CAL-DATE(CAL-IDX) < WS-ADJUST-DATE)
           THEN
               MOVE WS-CAL-DATE(CAL-IDX) TO WS-ADJUST-DATE
           END-IF.
